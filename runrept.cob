       DATA DIVISION.
       FILE SECTION.
      *The run-log record layout must stay in step with the one in
      *ASSIGNMENT, which appends these records, and the ones in
      *RECONCIL and CHARGEBK.
       FD RUN-LOG-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS LOG-REC.
           03 LOG-INPUT-NAME PIC X(40).
           03 FILLER PIC X.
           03 LOG-OUTPUT-NAME PIC X(40).
           03 FILLER PIC X.
           03 LOG-PLOT-ID PIC X(8).
           03 FILLER PIC X.
           03 LOG-CAT-RUN-DATE PIC X(8).
           03 FILLER PIC X.
           03 LOG-STAGE-NAME PIC X(40).
           03 FILLER PIC X.
           03 LOG-DEPT PIC X(8).
           03 FILLER PIC X.
           03 LOG-COST-CENTRE PIC X(10).
           03 FILLER PIC X.
           03 LOG-PAGES PIC 999.
       FD REPORT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
