      *it into the indexed catalog - re-staged entries under the
      *same key overwrite the old ones, the way ASSIGNMENT's direct
      *archive used to. Re-running it over retained staging files
      *rebuilds a damaged catalog from scratch. Every record filed
      *is journalled first, with the record it replaced, under an
      *apply-run ID (the date and time of the apply, to the
      *hundredth of a second), so CATBACK can put the catalog back
      *the way it was before any one apply.
      *Each group filed also has its spatial index entries rebuilt,
      *so AREAINQ can find the plots touching any part of the grid.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CATAPPLY.
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAT-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT SPATIAL-FILE ASSIGN DISK FROM SPATIAL-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SPX-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DISK FROM JOURNAL-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS IS STANDARD
           DATA RECORD IS STAGE-REC.
       01 STAGE-REC.
           03 STAGE-KEY.
               05 STAGE-PLOT-ID PIC X(8).
               05 STAGE-RUN-DATE PIC X(8).
               05 STAGE-GROUP PIC 999.
               05 FILLER PIC X(5).
           03 STAGE-DATA PIC X(100).
       FD CATALOG-FILE
           LABEL RECORDS IS STANDARD
               05 CAT-REC-TYPE PIC X.
               05 CAT-SEQ PIC 9999.
           03 CAT-DATA PIC X(100).
      *The spatial index layout must stay in step with the one in
      *CATBACK, CATMAINT, and AREAINQ. The grid is cut into 10x10
      *blocks - block row 0 is grid rows 1-10, block column 0 is
      *grid columns 1-10 - and each block a group has plotted cells
      *in gets one entry, with a 10x10 map of those cells ("*" for
      *a plotted cell, row by row) and their count.
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
      *The journal record layout must stay in step with the one in
      *CATBACK, and the apply-run ID with CATBACK's BACKOUT-APPLY-ID:
      *date, time, and hundredths of a second. Action "A" is a
      *record added, "R" a record replaced (JRNL-BEFORE holds what
      *it replaced), "U" the mark CATBACK leaves once it has backed
      *the apply out. JRNL-AFTER is what the apply filed.
       FD JOURNAL-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS JRNL-REC.
       01 JRNL-REC.
           03 JRNL-APPLY-ID PIC X(16).
           03 FILLER PIC X.
           03 JRNL-ACTION PIC X.
           03 FILLER PIC X.
           03 JRNL-KEY PIC X(24).
           03 FILLER PIC X.
           03 JRNL-BEFORE PIC X(100).
           03 FILLER PIC X.
           03 JRNL-AFTER PIC X(100).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 STAGING-DATASET-NAME PIC X(40) VALUE "catstage.txt".
           01 CATALOG-DATASET-NAME PIC X(40) VALUE "catalog.dat".
           01 JOURNAL-DATASET-NAME PIC X(40) VALUE "catjrnl.txt".
           01 SPATIAL-DATASET-NAME PIC X(40) VALUE "catspidx.dat".
           01 STAGING-EOF-FLAG PIC X VALUE "N".
           01 APPLIED-COUNT PIC 9(7) VALUE 0.
           01 REPLACED-COUNT PIC 9(7) VALUE 0.
           01 INDEXED-COUNT PIC 9(5) VALUE 0.
           01 PENDING-FLAG PIC X VALUE "N".
           01 IDX-PLOT-ID PIC X(8) VALUE SPACES.
           01 IDX-RUN-DATE PIC X(8) VALUE SPACES.
           01 IDX-GROUP PIC 999 VALUE 0.
           01 IDX-FOUND-FLAG PIC X VALUE "N".
           01 IDX-SEQ PIC 999 VALUE 0.
           01 IDX-ROW PIC 999 VALUE 0.
           01 IDX-COL PIC 999 VALUE 0.
           01 IDX-WORK PIC 999 VALUE 0.
           01 IDX-BLOCK-ROW PIC 99 VALUE 0.
           01 IDX-BLOCK-COL PIC 99 VALUE 0.
           01 IDX-CELL-ROW PIC 99 VALUE 0.
           01 IDX-CELL-COL PIC 99 VALUE 0.
           01 IDX-BLOCK PIC 999 VALUE 0.
           01 IDX-CELL PIC 999 VALUE 0.
           01 GRID-ROW-WORK.
               03 ROW-CELL PIC X OCCURS 100.
           01 BLOCK-LIST.
               03 BLOCK-ENTRY OCCURS 100.
                   05 BLOCK-CELL-COUNT PIC 999.
                   05 BLOCK-CELL-MAP.
                       07 BLOCK-CELL PIC X OCCURS 100.
           01 APPLY-ID.
               03 APPLY-DATE PIC X(8).
               03 APPLY-HHMMSS PIC 9(6).
               03 APPLY-HUND PIC 99.
           01 APPLY-TIME.
               03 APPLY-TIME-HHMMSS PIC 9(6).
               03 APPLY-TIME-HUND PIC 99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: overrides for the staging, catalog, journal,
      *and spatial index dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT STAGING-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT JOURNAL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SPATIAL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT APPLY-DATE FROM DATE YYYYMMDD.
           ACCEPT APPLY-TIME FROM TIME.
           MOVE APPLY-TIME-HHMMSS TO APPLY-HHMMSS.
           MOVE APPLY-TIME-HUND TO APPLY-HUND.

           OPEN INPUT STAGING-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
                  CATALOG-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O SPATIAL-FILE.
           IF(FILE-STATUS EQUAL 35)
               OPEN OUTPUT SPATIAL-FILE
               IF(FILE-STATUS EQUAL 00)
                   CLOSE SPATIAL-FILE
                   OPEN I-O SPATIAL-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN SPATIAL-FILE ("
                  SPATIAL-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE STAGING-FILE
              CLOSE CATALOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      *The journal is cumulative across applies, created on first
      *use. Nothing is filed unless it can be journalled.
           OPEN EXTEND JOURNAL-FILE.
           IF(FILE-STATUS EQUAL 35)
               OPEN OUTPUT JOURNAL-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN JOURNAL-FILE ("
                  JOURNAL-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE STAGING-FILE
              CLOSE CATALOG-FILE
              CLOSE SPATIAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           PERFORM STAGING-READ.
           IF(PENDING-FLAG EQUAL "Y")
               PERFORM SPATIAL-INDEX-GROUP.

           CLOSE STAGING-FILE.
           CLOSE CATALOG-FILE.
           CLOSE SPATIAL-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "APPLY RUN ID " APPLY-ID.
           DISPLAY "RECORDS APPLIED " APPLIED-COUNT
               " REPLACED " REPLACED-COUNT
               " GROUPS INDEXED " INDEXED-COUNT.
           IF(APPLIED-COUNT EQUAL 0)
               DISPLAY "NOTHING STAGED"
               MOVE 4 TO RETURN-CODE.
      *The following function walks the staging queue front to back
      *and files each record under its key; a record already in the
      *catalog under that key is overwritten in place, the way
      *re-archiving always behaved. The journal entry is written
      *ahead of the catalog change. Once a group's records have all
      *gone by, its spatial index entries are rebuilt from what the
      *catalog now holds for it.
       STAGING-READ.
           READ STAGING-FILE
               AT END
                   MOVE "Y" TO STAGING-EOF-FLAG.
           IF(STAGING-EOF-FLAG NOT EQUAL "Y")
               PERFORM SPATIAL-GROUP-BREAK
               PERFORM JOURNAL-PUT
               MOVE STAGE-KEY TO CAT-KEY
               MOVE STAGE-DATA TO CAT-DATA
               ADD 1 TO APPLIED-COUNT
                       ADD 1 TO REPLACED-COUNT
               END-WRITE
               GO TO STAGING-READ.

      *The following function journals the staged record about to be
      *filed, reading the catalog record it will replace, if any,
      *for its before-image.
       JOURNAL-PUT.
           MOVE SPACES TO JRNL-REC.
           MOVE APPLY-ID TO JRNL-APPLY-ID.
           MOVE STAGE-KEY TO JRNL-KEY.
           MOVE STAGE-DATA TO JRNL-AFTER.
           MOVE STAGE-KEY TO CAT-KEY.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "A" TO JRNL-ACTION
           END-READ.
           IF(JRNL-ACTION NOT EQUAL "A")
               MOVE "R" TO JRNL-ACTION
               MOVE CAT-DATA TO JRNL-BEFORE.
           WRITE JRNL-REC.
      *A record that cannot be journalled is not filed: the apply
      *stops here with the catalog holding only what the journal
      *already covers, so CATBACK can still back it out.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO WRITE JOURNAL ("
                  JOURNAL-DATASET-NAME ") ERROR: " FILE-STATUS
              DISPLAY "APPLY RUN ID " APPLY-ID
              CLOSE STAGING-FILE
              CLOSE CATALOG-FILE
              CLOSE SPATIAL-FILE
              CLOSE JOURNAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *The following 6 functions rebuild the spatial index entries
      *of the group in IDX-PLOT-ID, IDX-RUN-DATE and IDX-GROUP from
      *the grid rows the catalog holds for it. Grid row 100 is
      *catalogued first (sequence 1), so a row's grid number is 101
      *less its sequence. A plotted cell is anything but blank or
      *the axis characters, the same test the points export makes.
      *Every block comes out either filed with its cells or removed,
      *so a group re-staged with fewer cells leaves nothing stale.
       SPATIAL-GROUP-BREAK.
           IF(PENDING-FLAG EQUAL "Y" AND (STAGE-PLOT-ID NOT EQUAL
                   IDX-PLOT-ID OR STAGE-RUN-DATE NOT EQUAL IDX-RUN-DATE
                   OR STAGE-GROUP NOT EQUAL IDX-GROUP))
               PERFORM SPATIAL-INDEX-GROUP.
           MOVE "Y" TO PENDING-FLAG.
           MOVE STAGE-PLOT-ID TO IDX-PLOT-ID.
           MOVE STAGE-RUN-DATE TO IDX-RUN-DATE.
           MOVE STAGE-GROUP TO IDX-GROUP.

       SPATIAL-INDEX-GROUP.
           MOVE 0 TO IDX-BLOCK.
           PERFORM SPATIAL-BLOCK-CLEAR.
           MOVE 0 TO IDX-SEQ.
           PERFORM SPATIAL-ROW-READ.
           MOVE 0 TO IDX-BLOCK.
           PERFORM SPATIAL-BLOCK-FILE.
           ADD 1 TO INDEXED-COUNT.

       SPATIAL-BLOCK-CLEAR.
           ADD 1 TO IDX-BLOCK.
           MOVE 0 TO BLOCK-CELL-COUNT(IDX-BLOCK).
           MOVE SPACES TO BLOCK-CELL-MAP(IDX-BLOCK).
           IF(IDX-BLOCK < 100)
           GO TO SPATIAL-BLOCK-CLEAR.

       SPATIAL-ROW-READ.
           ADD 1 TO IDX-SEQ.
           MOVE IDX-PLOT-ID TO CAT-PLOT-ID.
           MOVE IDX-RUN-DATE TO CAT-RUN-DATE.
           MOVE IDX-GROUP TO CAT-GROUP.
           MOVE "2" TO CAT-REC-TYPE.
           MOVE IDX-SEQ TO CAT-SEQ.
           MOVE "Y" TO IDX-FOUND-FLAG.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "N" TO IDX-FOUND-FLAG
           END-READ.
           IF(IDX-FOUND-FLAG EQUAL "Y")
               MOVE CAT-DATA TO GRID-ROW-WORK
               COMPUTE IDX-ROW = 101 - IDX-SEQ
               MOVE 0 TO IDX-COL
               PERFORM SPATIAL-CELL-CHECK.
           IF(IDX-SEQ < 100)
           GO TO SPATIAL-ROW-READ.

       SPATIAL-CELL-CHECK.
           ADD 1 TO IDX-COL.
           IF(ROW-CELL(IDX-COL) NOT EQUAL " " AND
                   ROW-CELL(IDX-COL) NOT EQUAL "+" AND
                   ROW-CELL(IDX-COL) NOT EQUAL "|" AND
                   ROW-CELL(IDX-COL) NOT EQUAL "-")
               COMPUTE IDX-WORK = IDX-ROW - 1
               DIVIDE IDX-WORK BY 10 GIVING IDX-BLOCK-ROW
                   REMAINDER IDX-CELL-ROW
               COMPUTE IDX-WORK = IDX-COL - 1
               DIVIDE IDX-WORK BY 10 GIVING IDX-BLOCK-COL
                   REMAINDER IDX-CELL-COL
               COMPUTE IDX-BLOCK = IDX-BLOCK-ROW * 10 + IDX-BLOCK-COL
                   + 1
               COMPUTE IDX-CELL = IDX-CELL-ROW * 10 + IDX-CELL-COL + 1
               MOVE "*" TO BLOCK-CELL(IDX-BLOCK, IDX-CELL)
               ADD 1 TO BLOCK-CELL-COUNT(IDX-BLOCK).
           IF(IDX-COL < 100)
           GO TO SPATIAL-CELL-CHECK.

       SPATIAL-BLOCK-FILE.
           ADD 1 TO IDX-BLOCK.
           COMPUTE IDX-WORK = IDX-BLOCK - 1.
           DIVIDE IDX-WORK BY 10 GIVING SPX-BLOCK-ROW
               REMAINDER SPX-BLOCK-COL.
           MOVE IDX-PLOT-ID TO SPX-PLOT-ID.
           MOVE IDX-RUN-DATE TO SPX-RUN-DATE.
           MOVE IDX-GROUP TO SPX-GROUP.
           IF(BLOCK-CELL-COUNT(IDX-BLOCK) > 0)
               MOVE BLOCK-CELL-COUNT(IDX-BLOCK) TO SPX-CELL-COUNT
               MOVE BLOCK-CELL-MAP(IDX-BLOCK) TO SPX-CELL-MAP
               WRITE SPX-REC
                   INVALID KEY
                       REWRITE SPX-REC
               END-WRITE
           ELSE
               DELETE SPATIAL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.
           IF(IDX-BLOCK < 100)
           GO TO SPATIAL-BLOCK-FILE.
