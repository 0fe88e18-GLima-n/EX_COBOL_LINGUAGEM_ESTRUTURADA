       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC                 PIC X(142).
       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-REC               PIC X(142).
       FD  ARCHIVE-PARM-FILE.
           COPY ARCPARM.
       FD  ARCHIVE-REPORT-FILE.
