      *Companion to ASSIGNMENT: answers "which archived plots touch
      *this part of the grid". Given a rectangle of grid rows and
      *columns, or a single cell, it reads only the spatial index
      *blocks the rectangle overlaps and reports every catalogued
      *plot ID, run date and group with plotted cells inside it,
      *with the number of those cells. Rows and columns are
      *numbered the way the points export numbers them, 1 to 100.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AREAINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPATIAL-FILE ASSIGN DISK FROM SPATIAL-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPX-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           03 SPX-CELL-MAP.
               05 SPX-CELL PIC X OCCURS 100.
       FD REPORT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE.
           03 RLINE PIC X(99).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 SPATIAL-DATASET-NAME PIC X(40) VALUE "catspidx.dat".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "areainq.txt".
           01 FIRST-ROW-PARM PIC X(3) VALUE SPACES.
           01 FIRST-COL-PARM PIC X(3) VALUE SPACES.
           01 LAST-ROW-PARM PIC X(3) VALUE SPACES.
           01 LAST-COL-PARM PIC X(3) VALUE SPACES.
      *One row or column number as keyed, 1 to 3 digits.
           01 AREA-PARM.
               03 AP-DIGIT-1 PIC 9.
               03 AP-DIGIT-2 PIC 9.
               03 AP-DIGIT-3 PIC 9.
           01 AREA-VALUE PIC 999 VALUE 0.
           01 AREA-BAD-FLAG PIC X VALUE "N".
           01 FIRST-ROW PIC 999 VALUE 0.
           01 FIRST-COL PIC 999 VALUE 0.
           01 LAST-ROW PIC 999 VALUE 0.
           01 LAST-COL PIC 999 VALUE 0.
           01 SWAP-WORK PIC 999 VALUE 0.
           01 IDX-WORK PIC 999 VALUE 0.
           01 FIRST-BLOCK-ROW PIC 9 VALUE 0.
           01 FIRST-BLOCK-COL PIC 9 VALUE 0.
           01 LAST-BLOCK-ROW PIC 9 VALUE 0.
           01 LAST-BLOCK-COL PIC 9 VALUE 0.
           01 SCAN-BLOCK-ROW PIC 9 VALUE 0.
           01 SCAN-BLOCK-COL PIC 9 VALUE 0.
           01 SPATIAL-EOF-FLAG PIC X VALUE "N".
           01 CELL-IX PIC 999 VALUE 0.
           01 CELL-ROW PIC 999 VALUE 0.
           01 CELL-COL PIC 999 VALUE 0.
           01 CELL-QUOT PIC 99 VALUE 0.
           01 CELL-REM PIC 99 VALUE 0.
           01 HIT-CELLS PIC 999 VALUE 0.
           01 TABLE-FULL-FLAG PIC X VALUE "N".
           01 HIT-COUNT PIC 9(4) VALUE 0.
           01 HIT-IX PIC 9(4) VALUE 0.
           01 HIT-FOUND-IX PIC 9(4) VALUE 0.
           01 HIT-SWAP-FLAG PIC X VALUE "N".
           01 HIT-SWAP.
               03 HIT-SWAP-KEY PIC X(19).
               03 HIT-SWAP-CELLS PIC 9(5).
           01 HIT-LIST.
               03 HIT-ENTRY OCCURS 2000.
                   05 HIT-KEY.
                       07 HIT-PLOT-ID PIC X(8).
                       07 HIT-RUN-DATE PIC X(8).
                       07 HIT-GROUP PIC 999.
                   05 HIT-TOTAL PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the first grid row and column of the area
      *(required), the last row and column (left off, the area is
      *the single cell), then overrides for the spatial index and
      *report dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT FIRST-ROW-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT FIRST-COL-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT LAST-ROW-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT LAST-COL-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 5 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SPATIAL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 6 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT REPORT-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(LAST-ROW-PARM EQUAL SPACES)
               MOVE FIRST-ROW-PARM TO LAST-ROW-PARM.
           IF(LAST-COL-PARM EQUAL SPACES)
               MOVE FIRST-COL-PARM TO LAST-COL-PARM.
           MOVE FIRST-ROW-PARM TO AREA-PARM.
           PERFORM AREA-NUMBER.
           MOVE AREA-VALUE TO FIRST-ROW.
           MOVE FIRST-COL-PARM TO AREA-PARM.
           PERFORM AREA-NUMBER.
           MOVE AREA-VALUE TO FIRST-COL.
           MOVE LAST-ROW-PARM TO AREA-PARM.
           PERFORM AREA-NUMBER.
           MOVE AREA-VALUE TO LAST-ROW.
           MOVE LAST-COL-PARM TO AREA-PARM.
           PERFORM AREA-NUMBER.
           MOVE AREA-VALUE TO LAST-COL.
           IF(AREA-BAD-FLAG EQUAL "Y")
               DISPLAY "BAD AREA (ROWS AND COLUMNS 1 TO 100): "
                   FIRST-ROW-PARM " " FIRST-COL-PARM " "
                   LAST-ROW-PARM " " LAST-COL-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(FIRST-ROW > LAST-ROW)
               MOVE FIRST-ROW TO SWAP-WORK
               MOVE LAST-ROW TO FIRST-ROW
               MOVE SWAP-WORK TO LAST-ROW.
           IF(FIRST-COL > LAST-COL)
               MOVE FIRST-COL TO SWAP-WORK
               MOVE LAST-COL TO FIRST-COL
               MOVE SWAP-WORK TO LAST-COL.

           OPEN INPUT SPATIAL-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN SPATIAL-FILE ("
                  SPATIAL-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT REPORT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN REPORT-FILE ("
                  REPORT-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE SPATIAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO RLINE.
           STRING "PLOTS TOUCHING ROWS " DELIMITED BY SIZE
               FIRST-ROW DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LAST-ROW DELIMITED BY SIZE
               " COLUMNS " DELIMITED BY SIZE
               FIRST-COL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               LAST-COL DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

      *Only the 10x10 blocks the area overlaps are read.
           COMPUTE IDX-WORK = FIRST-ROW - 1.
           DIVIDE IDX-WORK BY 10 GIVING FIRST-BLOCK-ROW.
           COMPUTE IDX-WORK = LAST-ROW - 1.
           DIVIDE IDX-WORK BY 10 GIVING LAST-BLOCK-ROW.
           COMPUTE IDX-WORK = FIRST-COL - 1.
           DIVIDE IDX-WORK BY 10 GIVING FIRST-BLOCK-COL.
           COMPUTE IDX-WORK = LAST-COL - 1.
           DIVIDE IDX-WORK BY 10 GIVING LAST-BLOCK-COL.
           MOVE FIRST-BLOCK-ROW TO SCAN-BLOCK-ROW.
           PERFORM BLOCK-ROW-SCAN.

           IF(HIT-COUNT > 1)
               PERFORM HIT-SORT THRU HIT-SORT-EXIT.
           MOVE 0 TO HIT-IX.
           IF(HIT-COUNT > 0)
               PERFORM HIT-REPORT-LINE.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               MOVE "TABLE FULL - LIST INCOMPLETE" TO RLINE
               WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "PLOTS FOUND " DELIMITED BY SIZE
               HIT-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

           CLOSE SPATIAL-FILE.
           CLOSE REPORT-FILE.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               MOVE 12 TO RETURN-CODE
           ELSE IF(HIT-COUNT EQUAL 0)
               DISPLAY "NO CATALOGUED PLOT IN THE AREA"
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *The following function turns the row or column number in
      *AREA-PARM into AREA-VALUE, the same way the CKPTINT control
      *card is read, and flags anything outside 1 to 100.
       AREA-NUMBER.
           MOVE 0 TO AREA-VALUE.
           IF((AP-DIGIT-1 NOT NUMERIC) OR (AP-DIGIT-2 NOT NUMERIC AND
                   AP-DIGIT-2 NOT EQUAL SPACE) OR (AP-DIGIT-3 NOT
                   NUMERIC AND AP-DIGIT-3 NOT EQUAL SPACE))
               MOVE "Y" TO AREA-BAD-FLAG
           ELSE IF(AP-DIGIT-3 NOT EQUAL SPACE)
               COMPUTE AREA-VALUE = AP-DIGIT-1 * 100 +
                   AP-DIGIT-2 * 10 + AP-DIGIT-3
           ELSE IF(AP-DIGIT-2 NOT EQUAL SPACE)
               COMPUTE AREA-VALUE = AP-DIGIT-1 * 10 + AP-DIGIT-2
           ELSE
               MOVE AP-DIGIT-1 TO AREA-VALUE.
           IF(AREA-VALUE < 1 OR AREA-VALUE > 100)
               MOVE "Y" TO AREA-BAD-FLAG.

      *The following 3 functions walk the overlapped blocks a row of
      *blocks at a time. Each block's entries sit together in the
      *index, so one START per block reaches all of them.
       BLOCK-ROW-SCAN.
           MOVE FIRST-BLOCK-COL TO SCAN-BLOCK-COL.
           PERFORM BLOCK-SCAN.
           IF(SCAN-BLOCK-ROW < LAST-BLOCK-ROW)
               ADD 1 TO SCAN-BLOCK-ROW
               GO TO BLOCK-ROW-SCAN.

       BLOCK-SCAN.
           MOVE LOW-VALUES TO SPX-KEY.
           MOVE SCAN-BLOCK-ROW TO SPX-BLOCK-ROW.
           MOVE SCAN-BLOCK-COL TO SPX-BLOCK-COL.
           MOVE "N" TO SPATIAL-EOF-FLAG.
           START SPATIAL-FILE KEY NOT < SPX-KEY
               INVALID KEY
                   MOVE "Y" TO SPATIAL-EOF-FLAG.
           IF(SPATIAL-EOF-FLAG NOT EQUAL "Y")
               PERFORM BLOCK-READ.
           IF(SCAN-BLOCK-COL < LAST-BLOCK-COL)
               ADD 1 TO SCAN-BLOCK-COL
               GO TO BLOCK-SCAN.

       BLOCK-READ.
           READ SPATIAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SPATIAL-EOF-FLAG.
           IF(SPATIAL-EOF-FLAG NOT EQUAL "Y" AND SPX-BLOCK-ROW EQUAL
                   SCAN-BLOCK-ROW AND SPX-BLOCK-COL EQUAL
                   SCAN-BLOCK-COL)
               PERFORM BLOCK-TAKE
               GO TO BLOCK-READ.

      *The following 2 functions count the block's plotted cells
      *that fall inside the area. Map cell 1 is the block's first
      *row and first column; the map runs a row of 10 at a time.
       BLOCK-TAKE.
           MOVE 0 TO HIT-CELLS.
           MOVE 0 TO CELL-IX.
           PERFORM CELL-CHECK.
           IF(HIT-CELLS > 0)
               PERFORM HIT-ADD.

       CELL-CHECK.
           ADD 1 TO CELL-IX.
           IF(SPX-CELL(CELL-IX) NOT EQUAL SPACE)
               COMPUTE IDX-WORK = CELL-IX - 1
               DIVIDE IDX-WORK BY 10 GIVING CELL-QUOT
                   REMAINDER CELL-REM
               COMPUTE CELL-ROW = SPX-BLOCK-ROW * 10 + CELL-QUOT + 1
               COMPUTE CELL-COL = SPX-BLOCK-COL * 10 + CELL-REM + 1
               IF(CELL-ROW NOT < FIRST-ROW AND CELL-ROW NOT > LAST-ROW
                       AND CELL-COL NOT < FIRST-COL AND CELL-COL NOT >
                       LAST-COL)
                   ADD 1 TO HIT-CELLS.
           IF(CELL-IX < 100)
           GO TO CELL-CHECK.

      *The following 2 functions add the block's cells to its plot's
      *total, taking a new list entry on first sight.
       HIT-ADD.
           MOVE 0 TO HIT-FOUND-IX.
           MOVE 0 TO HIT-IX.
           IF(HIT-COUNT > 0)
               PERFORM HIT-SCAN.
           IF(HIT-FOUND-IX EQUAL 0 AND HIT-COUNT < 2000)
               ADD 1 TO HIT-COUNT
               MOVE HIT-COUNT TO HIT-FOUND-IX
               MOVE SPX-PLOT-ID TO HIT-PLOT-ID(HIT-FOUND-IX)
               MOVE SPX-RUN-DATE TO HIT-RUN-DATE(HIT-FOUND-IX)
               MOVE SPX-GROUP TO HIT-GROUP(HIT-FOUND-IX)
               MOVE 0 TO HIT-TOTAL(HIT-FOUND-IX)
           ELSE IF(HIT-FOUND-IX EQUAL 0)
               MOVE "Y" TO TABLE-FULL-FLAG.
           IF(HIT-FOUND-IX > 0)
               ADD HIT-CELLS TO HIT-TOTAL(HIT-FOUND-IX).

       HIT-SCAN.
           ADD 1 TO HIT-IX.
           IF(HIT-PLOT-ID(HIT-IX) EQUAL SPX-PLOT-ID AND
                   HIT-RUN-DATE(HIT-IX) EQUAL SPX-RUN-DATE AND
                   HIT-GROUP(HIT-IX) EQUAL SPX-GROUP)
               MOVE HIT-IX TO HIT-FOUND-IX.
           IF(HIT-FOUND-IX EQUAL 0 AND HIT-IX < HIT-COUNT)
           GO TO HIT-SCAN.

      *The following 2 functions put the list in plot ID, run date,
      *and group order, the way CROSS-SORT orders its crossings.
       HIT-SORT.
           MOVE "N" TO HIT-SWAP-FLAG.
           MOVE 0 TO HIT-IX.
           PERFORM HIT-SORT-PASS.
           IF(HIT-SWAP-FLAG EQUAL "Y")
           GO TO HIT-SORT.
       HIT-SORT-EXIT.
           EXIT.

       HIT-SORT-PASS.
           ADD 1 TO HIT-IX.
           IF(HIT-KEY(HIT-IX) > HIT-KEY(HIT-IX + 1))
               MOVE HIT-ENTRY(HIT-IX) TO HIT-SWAP
               MOVE HIT-ENTRY(HIT-IX + 1) TO HIT-ENTRY(HIT-IX)
               MOVE HIT-SWAP TO HIT-ENTRY(HIT-IX + 1)
               MOVE "Y" TO HIT-SWAP-FLAG.
           IF(HIT-IX < HIT-COUNT - 1)
           GO TO HIT-SORT-PASS.

       HIT-REPORT-LINE.
           ADD 1 TO HIT-IX.
           MOVE SPACES TO RLINE.
           STRING "PLOT " DELIMITED BY SIZE
               HIT-PLOT-ID(HIT-IX) DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               HIT-RUN-DATE(HIT-IX) DELIMITED BY SIZE
               " GROUP " DELIMITED BY SIZE
               HIT-GROUP(HIT-IX) DELIMITED BY SIZE
               " CELLS " DELIMITED BY SIZE
               HIT-TOTAL(HIT-IX) DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           IF(HIT-IX < HIT-COUNT)
           GO TO HIT-REPORT-LINE.
