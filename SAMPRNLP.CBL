           COPY RUNLOG.

       FD  ARCH-FILE.
       01  ARCH-RECORD                  PIC X(41).

       FD  WORK-FILE.
       01  WORK-RECORD                  PIC X(41).

       WORKING-STORAGE                  SECTION.
       01 WS-RUNLOG-STATUS              PIC XX.
