       FD  PARM-FILE.
       COPY PARMHSK.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD PIC X(150).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(150).
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(150).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
