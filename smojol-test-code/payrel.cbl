       FD  PENDING-EXTRACT.
           COPY "payext.cpy".
       FD  LIVE-EXTRACT.
       01  LIVE-EXTRACT-RECORD   PIC X(116).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
