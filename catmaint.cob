      *counts behind each entry. Mode "D" purges every entry whose
      *run date is older than a given retention date, and mode "P"
      *purges every entry filed under a given plot ID; both report
      *exactly what was removed, and both take the purged groups'
      *entries out of the spatial index as well, so AREAINQ never
      *points at a plot that is gone.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CATMAINT.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT SPATIAL-FILE ASSIGN DISK FROM SPATIAL-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SPX-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
               05 CAT-REC-TYPE PIC X.
               05 CAT-SEQ PIC 9999.
           03 CAT-DATA PIC X(100).
      *The spatial index layout must stay in step with the one in
      *CATAPPLY, which describes it.
       FD SPATIAL-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS SPX-REC.
       01 SPX-REC.
           03 SPX-KEY.
               05 SPX-BLOCK-ROW PIC 9.
               05 SPX-BLOCK-COL PIC 9.
               05 SPX-PLOT-ID PIC X(8).
               05 SPX-RUN-DATE PIC X(8).
               05 SPX-GROUP PIC 999.
           03 SPX-CELL-COUNT PIC 999.
           03 SPX-CELL-MAP PIC X(100).
       FD REPORT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
           01 ARG-NUM PIC 9 VALUE 0.
           01 CATALOG-DATASET-NAME PIC X(40) VALUE "catalog.dat".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "catmaint.txt".
           01 SPATIAL-DATASET-NAME PIC X(40) VALUE "catspidx.dat".
           01 MAINT-MODE PIC X VALUE SPACE.
           01 MAINT-VALUE PIC X(8) VALUE SPACES.
           01 CATALOG-EOF-FLAG PIC X VALUE "N".
           01 ENTRY-COUNT PIC 9(5) VALUE 0.
           01 PURGE-MATCH-FLAG PIC X VALUE "N".
           01 PURGE-RECORD-COUNT PIC 9(7) VALUE 0.
           01 SPATIAL-OPEN-FLAG PIC X VALUE "N".
           01 SPATIAL-PURGE-COUNT PIC 9(7) VALUE 0.
           01 IDX-BLOCK PIC 999 VALUE 0.
           01 IDX-WORK PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the mode ("I" inventory, "D" purge entries
      *dated before a retention date, "P" purge one plot ID), the
      *retention date or plot ID the purge modes work from, then
      *overrides for the catalog, report, and spatial index dataset
      *names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT MAINT-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 5 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SPATIAL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(MAINT-MODE NOT EQUAL "I" AND MAINT-MODE NOT EQUAL "D"
                   AND MAINT-MODE NOT EQUAL "P")
               DISPLAY "BAD MODE (I, D OR P): " MAINT-MODE
                  CATALOG-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      *A catalog that has never had a spatial index has nothing
      *there to purge.
           IF(MAINT-MODE NOT EQUAL "I")
               OPEN I-O SPATIAL-FILE
               IF(FILE-STATUS EQUAL 00)
                   MOVE "Y" TO SPATIAL-OPEN-FLAG
                   MOVE SPACES TO SPX-REC
               ELSE IF(FILE-STATUS NOT EQUAL 35)
                  DISPLAY "FAIL TO OPEN SPATIAL-FILE ("
                      SPATIAL-DATASET-NAME ") ERROR: " FILE-STATUS
                  CLOSE CATALOG-FILE
                  MOVE 16 TO RETURN-CODE
                  STOP RUN.
           OPEN OUTPUT REPORT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN REPORT-FILE ("
      *Walk the whole catalog in key order. Each break on plot ID
      *or run date closes one inventory entry; in the purge modes
      *the matching records are deleted as they go by.
           PERFORM CATALOG-READ THRU CATALOG-READ-EXIT.
           IF(ENTRY-OPEN-FLAG EQUAL "Y")
               PERFORM ENTRY-REPORT-LINE.

               STRING "RECORDS REMOVED " DELIMITED BY SIZE
                   PURGE-RECORD-COUNT DELIMITED BY SIZE
                   INTO RLINE
               WRITE REPORT-LINE
               MOVE SPACES TO RLINE
               STRING "INDEX ENTRIES REMOVED " DELIMITED BY SIZE
                   SPATIAL-PURGE-COUNT DELIMITED BY SIZE
                   INTO RLINE
               WRITE REPORT-LINE.

           CLOSE CATALOG-FILE.
           IF(SPATIAL-OPEN-FLAG EQUAL "Y")
               CLOSE SPATIAL-FILE.
           CLOSE REPORT-FILE.
           IF(MAINT-MODE NOT EQUAL "I" AND PURGE-RECORD-COUNT
                   EQUAL 0)
               MOVE CAT-GROUP TO ENTRY-GROUP
               ADD 1 TO ENTRY-GROUP-COUNT.
           ADD 1 TO ENTRY-RECORD-COUNT.
           IF(MAINT-MODE NOT EQUAL "I" AND PURGE-MATCH-FLAG EQUAL
                   "Y" AND SPATIAL-OPEN-FLAG EQUAL "Y")
               PERFORM SPATIAL-PURGE-CHECK.
           IF(MAINT-MODE NOT EQUAL "I" AND PURGE-MATCH-FLAG EQUAL
                   "Y")
               DELETE CATALOG-FILE RECORD
                   INTO RLINE
               WRITE REPORT-LINE.
           MOVE "N" TO ENTRY-OPEN-FLAG.

      *The following 2 functions take a purged group's entries out of
      *the spatial index, once per group: every one of its 100 block
      *keys is deleted, whichever of them it has.
       SPATIAL-PURGE-CHECK.
           IF(CAT-PLOT-ID NOT EQUAL SPX-PLOT-ID OR CAT-RUN-DATE NOT
                   EQUAL SPX-RUN-DATE OR CAT-GROUP NOT EQUAL SPX-GROUP)
               MOVE CAT-PLOT-ID TO SPX-PLOT-ID
               MOVE CAT-RUN-DATE TO SPX-RUN-DATE
               MOVE CAT-GROUP TO SPX-GROUP
               MOVE 0 TO IDX-BLOCK
               PERFORM SPATIAL-BLOCK-PURGE.

       SPATIAL-BLOCK-PURGE.
           ADD 1 TO IDX-BLOCK.
           COMPUTE IDX-WORK = IDX-BLOCK - 1.
           DIVIDE IDX-WORK BY 10 GIVING SPX-BLOCK-ROW
               REMAINDER SPX-BLOCK-COL.
           DELETE SPATIAL-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF(FILE-STATUS EQUAL 00)
               ADD 1 TO SPATIAL-PURGE-COUNT.
           IF(IDX-BLOCK < 100)
           GO TO SPATIAL-BLOCK-PURGE.
