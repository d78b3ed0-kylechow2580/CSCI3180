      *Companion to ASSIGNMENT: a contact sheet of the master plot
      *catalog, for picking a plot ID when nobody remembers which
      *one they want. For a range of run dates, or for every plot
      *ID starting with a given prefix, each catalogued group's 100
      *grid rows are shrunk into a 25x25 thumbnail - a cell of the
      *thumbnail is marked when any cell of the 4x4 block of the
      *grid behind it is plotted - and the thumbnails are printed
      *three across and two deep to a page, each captioned with its
      *plot ID, run date, group, and the point count from its
      *legend.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CATSHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DISK FROM CATALOG-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The catalog record layout must stay in step with the one in
      *ASSIGNMENT, which writes these records.
       FD CATALOG-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS CAT-REC.
       01 CAT-REC.
           03 CAT-KEY.
               05 CAT-PLOT-ID PIC X(8).
               05 CAT-RUN-DATE PIC X(8).
               05 CAT-GROUP PIC 999.
               05 CAT-REC-TYPE PIC X.
               05 CAT-SEQ PIC 9999.
           03 CAT-DATA PIC X(100).
       FD REPORT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE.
           03 RLINE PIC X(99).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 CATALOG-DATASET-NAME PIC X(40) VALUE "catalog.dat".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "catsheet.txt".
           01 SHEET-MODE PIC X VALUE SPACE.
           01 SHEET-VALUE-1 PIC X(8) VALUE SPACES.
           01 SHEET-VALUE-2 PIC X(8) VALUE SPACES.
           01 FROM-DATE PIC X(8) VALUE SPACES.
           01 TO-DATE PIC X(8) VALUE SPACES.
           01 PREFIX-WORK.
               03 PREFIX-CH PIC X OCCURS 8.
           01 PLOT-ID-WORK.
               03 PLOT-ID-CH PIC X OCCURS 8.
           01 PREFIX-LEN PIC 9 VALUE 0.
           01 PREFIX-IX PIC 9 VALUE 0.
           01 MATCH-FLAG PIC X VALUE "N".
           01 CATALOG-EOF-FLAG PIC X VALUE "N".
           01 GROUP-OPEN-FLAG PIC X VALUE "N".
           01 THUMB-PLOT-ID PIC X(8) VALUE SPACES.
           01 THUMB-RUN-DATE PIC X(8) VALUE SPACES.
           01 THUMB-GROUP PIC 999 VALUE 0.
           01 THUMB-POINTS PIC 999 VALUE 0.
           01 THUMB-COUNT PIC 9(5) VALUE 0.
           01 THUMB-IX PIC 99 VALUE 0.
           01 THUMB-ROW-IX PIC 99 VALUE 0.
           01 THUMB-COL-IX PIC 99 VALUE 0.
           01 GRID-COL PIC 999 VALUE 0.
           01 IDX-WORK PIC 999 VALUE 0.
           01 IDX-REM PIC 9 VALUE 0.
           01 GRID-ROW-WORK.
               03 ROW-CELL PIC X OCCURS 100.
           01 THUMB-AREA.
               03 THUMB-ROW OCCURS 25.
                   05 THUMB-CELL PIC X OCCURS 25.
           01 THUMB-FRAME PIC X(27) VALUE
               "+-------------------------+".
      *Alternate view of the "POINTS nnn" legend line.
           01 LEGEND-WORK.
               03 LEGEND-TAG PIC X(7).
               03 LEGEND-POINTS PIC 999.
               03 FILLER PIC X(90).
      *One band of three thumbnails: two caption lines, the framed
      *25 rows, and the frame's foot.
           01 BAND-SLOT-COUNT PIC 9 VALUE 0.
           01 BAND-LINE-IX PIC 99 VALUE 0.
           01 BAND-AREA.
               03 BAND-LINE OCCURS 29.
                   05 BAND-SLOT OCCURS 3.
                       07 BAND-SLOT-TEXT PIC X(27).
                       07 FILLER PIC X(5).
           01 PAGE-DEPTH PIC 99 VALUE 66.
           01 PAGE-LINE-COUNT PIC 999 VALUE 999.
           01 PAGE-NUMBER PIC 999 VALUE 0.
           01 PAGE-TITLE PIC X(60) VALUE SPACES.
           01 PRINT-SAVE PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the selection ("D" a range of run dates, "P"
      *a plot ID prefix), the first run date or the prefix, the last
      *run date (left off, the one date), then overrides for the
      *catalog and report dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SHEET-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SHEET-VALUE-1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SHEET-VALUE-2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CATALOG-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 5 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT REPORT-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(SHEET-MODE NOT EQUAL "D" AND SHEET-MODE NOT EQUAL "P")
               DISPLAY "BAD SELECTION (D OR P): " SHEET-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(SHEET-VALUE-1 EQUAL SPACES)
               DISPLAY "NO RUN DATE OR PLOT ID PREFIX GIVEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(SHEET-MODE EQUAL "D")
               MOVE SHEET-VALUE-1 TO FROM-DATE
               MOVE SHEET-VALUE-2 TO TO-DATE
               IF(TO-DATE EQUAL SPACES)
                   MOVE FROM-DATE TO TO-DATE.
           IF(SHEET-MODE EQUAL "P")
               MOVE SHEET-VALUE-1 TO PREFIX-WORK
               MOVE 8 TO PREFIX-LEN
               PERFORM PREFIX-LENGTH.

           OPEN INPUT CATALOG-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN CATALOG-FILE ("
                  CATALOG-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT REPORT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN REPORT-FILE ("
                  REPORT-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE CATALOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF(SHEET-MODE EQUAL "D")
               STRING "CATALOG CONTACT SHEET RUN DATES " DELIMITED
                   BY SIZE
                   FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   TO-DATE DELIMITED BY SIZE
                   INTO PAGE-TITLE
           ELSE
               STRING "CATALOG CONTACT SHEET PLOT IDS " DELIMITED
                   BY SIZE
                   SHEET-VALUE-1 DELIMITED BY SPACE
                   "*" DELIMITED BY SIZE
                   INTO PAGE-TITLE.

      *A prefix starts the read at the first plot ID it could
      *match; a date range has to see the whole catalog, since the
      *key leads with the plot ID.
           MOVE LOW-VALUES TO CAT-KEY.
           IF(SHEET-MODE EQUAL "P")
               MOVE PREFIX-WORK TO CAT-PLOT-ID.
           START CATALOG-FILE KEY NOT < CAT-KEY
               INVALID KEY
                   MOVE "Y" TO CATALOG-EOF-FLAG.
           IF(CATALOG-EOF-FLAG NOT EQUAL "Y")
               PERFORM CATALOG-READ THRU CATALOG-READ-EXIT.
           IF(GROUP-OPEN-FLAG EQUAL "Y")
               PERFORM THUMB-CLOSE.
           IF(BAND-SLOT-COUNT > 0)
               PERFORM BAND-PRINT.

           MOVE SPACES TO RLINE.
           STRING "THUMBNAILS " DELIMITED BY SIZE
               THUMB-COUNT DELIMITED BY SIZE
               INTO RLINE.
           PERFORM SHEET-LINE-WRITE.
           CLOSE CATALOG-FILE.
           CLOSE REPORT-FILE.
           IF(THUMB-COUNT EQUAL 0)
               DISPLAY "NO CATALOGUED PLOT SELECTED"
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *The following function finds how many leading characters of
      *the prefix are significant.
       PREFIX-LENGTH.
           IF(PREFIX-CH(PREFIX-LEN) EQUAL SPACE AND PREFIX-LEN > 1)
               SUBTRACT 1 FROM PREFIX-LEN
               GO TO PREFIX-LENGTH.

      *The following 2 functions decide whether the current record
      *is selected: by run date, or by its plot ID starting with
      *the prefix.
       SELECT-CHECK.
           MOVE "N" TO MATCH-FLAG.
           IF(SHEET-MODE EQUAL "D")
               IF(CAT-RUN-DATE NOT < FROM-DATE AND CAT-RUN-DATE
                       NOT > TO-DATE)
                   MOVE "Y" TO MATCH-FLAG.
           IF(SHEET-MODE EQUAL "P")
               MOVE CAT-PLOT-ID TO PLOT-ID-WORK
               MOVE "Y" TO MATCH-FLAG
               MOVE 0 TO PREFIX-IX
               PERFORM PREFIX-COMPARE.

       PREFIX-COMPARE.
           ADD 1 TO PREFIX-IX.
           IF(PLOT-ID-CH(PREFIX-IX) NOT EQUAL PREFIX-CH(PREFIX-IX))
               MOVE "N" TO MATCH-FLAG.
           IF(MATCH-FLAG EQUAL "Y" AND PREFIX-IX < PREFIX-LEN)
           GO TO PREFIX-COMPARE.

      *The following function reads the catalog from the start
      *position. Each change of plot ID, run date, or group closes
      *the thumbnail in hand and, when the new group is selected,
      *opens the next. Plot IDs sharing a prefix sit together in
      *key order, so a prefix read stops at the first that does
      *not match.
       CATALOG-READ.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CATALOG-EOF-FLAG.
           IF(CATALOG-EOF-FLAG EQUAL "Y")
           GO TO CATALOG-READ-EXIT.
           IF(GROUP-OPEN-FLAG EQUAL "Y" AND (CAT-PLOT-ID NOT EQUAL
                   THUMB-PLOT-ID OR CAT-RUN-DATE NOT EQUAL
                   THUMB-RUN-DATE OR CAT-GROUP NOT EQUAL THUMB-GROUP))
               PERFORM THUMB-CLOSE.
           IF(GROUP-OPEN-FLAG NOT EQUAL "Y")
               PERFORM SELECT-CHECK
               IF(MATCH-FLAG EQUAL "Y")
                   PERFORM THUMB-OPEN
               ELSE IF(SHEET-MODE EQUAL "P")
                   GO TO CATALOG-READ-EXIT
               ELSE
                   GO TO CATALOG-READ.
           IF(CAT-REC-TYPE EQUAL "2")
               MOVE CAT-DATA TO GRID-ROW-WORK
               COMPUTE IDX-WORK = CAT-SEQ - 1
               DIVIDE IDX-WORK BY 4 GIVING THUMB-ROW-IX
                   REMAINDER IDX-REM
               ADD 1 TO THUMB-ROW-IX
               MOVE 0 TO GRID-COL
               PERFORM THUMB-CELL-MARK.
           IF(CAT-REC-TYPE EQUAL "1" AND CAT-SEQ EQUAL 2)
               MOVE CAT-DATA TO LEGEND-WORK
               IF(LEGEND-POINTS NUMERIC)
                   MOVE LEGEND-POINTS TO THUMB-POINTS.
           GO TO CATALOG-READ.
       CATALOG-READ-EXIT.
           EXIT.

      *The following 3 functions build one thumbnail. Grid row 100
      *is catalogued first, so the catalog sequence runs top to
      *bottom the way the thumbnail prints. A plotted cell is
      *anything but blank or the axis characters, the same test the
      *points export makes.
       THUMB-OPEN.
           MOVE "Y" TO GROUP-OPEN-FLAG.
           MOVE CAT-PLOT-ID TO THUMB-PLOT-ID.
           MOVE CAT-RUN-DATE TO THUMB-RUN-DATE.
           MOVE CAT-GROUP TO THUMB-GROUP.
           MOVE 0 TO THUMB-POINTS.
           MOVE SPACES TO THUMB-AREA.

       THUMB-CELL-MARK.
           ADD 1 TO GRID-COL.
           IF(ROW-CELL(GRID-COL) NOT EQUAL " " AND
                   ROW-CELL(GRID-COL) NOT EQUAL "+" AND
                   ROW-CELL(GRID-COL) NOT EQUAL "|" AND
                   ROW-CELL(GRID-COL) NOT EQUAL "-")
               COMPUTE IDX-WORK = GRID-COL - 1
               DIVIDE IDX-WORK BY 4 GIVING THUMB-COL-IX
                   REMAINDER IDX-REM
               ADD 1 TO THUMB-COL-IX
               MOVE "*" TO THUMB-CELL(THUMB-ROW-IX, THUMB-COL-IX).
           IF(GRID-COL < 100)
           GO TO THUMB-CELL-MARK.

      *A finished thumbnail takes the next slot of the band; a full
      *band is printed.
       THUMB-CLOSE.
           MOVE "N" TO GROUP-OPEN-FLAG.
           ADD 1 TO THUMB-COUNT.
           IF(BAND-SLOT-COUNT EQUAL 0)
               MOVE SPACES TO BAND-AREA.
           ADD 1 TO BAND-SLOT-COUNT.
           STRING "PLOT " DELIMITED BY SIZE
               THUMB-PLOT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               THUMB-RUN-DATE DELIMITED BY SIZE
               INTO BAND-SLOT-TEXT(1, BAND-SLOT-COUNT).
           STRING "GROUP " DELIMITED BY SIZE
               THUMB-GROUP DELIMITED BY SIZE
               " POINTS " DELIMITED BY SIZE
               THUMB-POINTS DELIMITED BY SIZE
               INTO BAND-SLOT-TEXT(2, BAND-SLOT-COUNT).
           MOVE THUMB-FRAME TO BAND-SLOT-TEXT(3, BAND-SLOT-COUNT).
           MOVE 0 TO THUMB-IX.
           PERFORM THUMB-ROW-PLACE.
           MOVE THUMB-FRAME TO BAND-SLOT-TEXT(29, BAND-SLOT-COUNT).
           IF(BAND-SLOT-COUNT EQUAL 3)
               PERFORM BAND-PRINT.

       THUMB-ROW-PLACE.
           ADD 1 TO THUMB-IX.
           STRING "|" DELIMITED BY SIZE
               THUMB-ROW(THUMB-IX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO BAND-SLOT-TEXT(THUMB-IX + 3, BAND-SLOT-COUNT).
           IF(THUMB-IX < 25)
           GO TO THUMB-ROW-PLACE.

      *The following 2 functions print a band, starting a fresh page
      *when the whole band will not fit on this one, and follow it
      *with a blank line.
       BAND-PRINT.
           IF(PAGE-LINE-COUNT + 30 > PAGE-DEPTH)
               PERFORM PAGE-BREAK.
           MOVE 0 TO BAND-LINE-IX.
           PERFORM BAND-LINE-WRITE.
           MOVE SPACES TO RLINE.
           PERFORM SHEET-LINE-WRITE.
           MOVE 0 TO BAND-SLOT-COUNT.

       BAND-LINE-WRITE.
           ADD 1 TO BAND-LINE-IX.
           MOVE BAND-LINE(BAND-LINE-IX) TO RLINE.
           PERFORM SHEET-LINE-WRITE.
           IF(BAND-LINE-IX < 29)
           GO TO BAND-LINE-WRITE.

      *The following 2 functions paginate the sheet the way
      *ASSIGNMENT paginates its output dataset: every line funnels
      *through the first, and a page break prints a header with the
      *selection and page number. The pending line is saved aside
      *because the header is built in the same record area.
       SHEET-LINE-WRITE.
           MOVE RLINE TO PRINT-SAVE.
           IF(PAGE-LINE-COUNT NOT < PAGE-DEPTH)
               PERFORM PAGE-BREAK.
           MOVE PRINT-SAVE TO RLINE.
           WRITE REPORT-LINE.
           ADD 1 TO PAGE-LINE-COUNT.

       PAGE-BREAK.
           ADD 1 TO PAGE-NUMBER.
           IF(PAGE-NUMBER > 1)
               MOVE SPACES TO RLINE
               WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING PAGE-TITLE DELIMITED BY SIZE
               " PAGE " DELIMITED BY SIZE
               PAGE-NUMBER DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           WRITE REPORT-LINE.
           MOVE 2 TO PAGE-LINE-COUNT.
