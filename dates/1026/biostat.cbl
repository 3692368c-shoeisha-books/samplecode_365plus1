         FD  LEDGFILE.
         COPY LEDREC.
         FD  AUDIN.
         01  AUDQ-RECORD                 PIC X(56).
         FD  ARCHIN.
         01  ARCHQ-RECORD                PIC X(56).
         FD  STATRPT.
         01  SRPT-RECORD                 PIC X(80).
         WORKING-STORAGE SECTION.
