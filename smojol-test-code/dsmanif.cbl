       FD  INVOICE-HISTORY-ARCH.
       01  INVOICE-HISTORY-ARCH-LINE PIC X(43).
       FD  MANIFEST-FILE.
           COPY "manifest.cpy".
       FD  VERIFY-REPORT.
       01  VERIFY-REPORT-RECORD  PIC X(80).
       WORKING-STORAGE SECTION.
