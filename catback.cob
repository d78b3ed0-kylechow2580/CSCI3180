      *Companion to ASSIGNMENT: backs one CATAPPLY run out of the
      *master plot catalog. Given the apply-run ID CATAPPLY printed,
      *it gathers that apply's journal entries and undoes them last
      *to first - a record the apply added is deleted, a record it
      *replaced is put back from its before-image - so the catalog
      *ends up exactly as it stood before that apply. Every key put
      *back or deleted is listed. A record that no longer holds what
      *the apply filed was changed by something later; it is still
      *put back, and listed as such so the later work can be
      *re-applied. The spatial index entries of every group the
      *apply touched are then rebuilt from what the catalog holds
      *now, and the journal is marked so the same apply cannot be
      *backed out twice.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CATBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN DISK FROM JOURNAL-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DISK FROM CATALOG-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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

       DATA DIVISION.
       FILE SECTION.
      *The journal record layout must stay in step with the one in
      *CATAPPLY, which writes it, and BACKOUT-APPLY-ID with its
      *apply-run ID: date, time, and hundredths of a second.
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
      *The catalog layout must stay in step with the one in
      *ASSIGNMENT and CATAPPLY.
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
       01 REPORT-LINE.
           03 RLINE PIC X(99).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 JOURNAL-DATASET-NAME PIC X(40) VALUE "catjrnl.txt".
           01 CATALOG-DATASET-NAME PIC X(40) VALUE "catalog.dat".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "catback.txt".
           01 SPATIAL-DATASET-NAME PIC X(40) VALUE "catspidx.dat".
           01 BACKOUT-APPLY-ID PIC X(16) VALUE SPACES.
           01 JOURNAL-EOF-FLAG PIC X VALUE "N".
           01 TABLE-FULL-FLAG PIC X VALUE "N".
           01 BACKED-OUT-FLAG PIC X VALUE "N".
           01 PRESENT-FLAG PIC X VALUE "N".
           01 BACK-COUNT PIC 9(5) VALUE 0.
           01 BACK-IX PIC 9(5) VALUE 0.
           01 DELETED-COUNT PIC 9(5) VALUE 0.
           01 RESTORED-COUNT PIC 9(5) VALUE 0.
           01 CHANGED-COUNT PIC 9(5) VALUE 0.
           01 BACK-NOTE PIC X(30) VALUE SPACES.
           01 INDEXED-COUNT PIC 9(5) VALUE 0.
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
      *One apply's journal entries, in the order they were written.
           01 BACK-LIST.
               03 BACK-ENTRY OCCURS 30000.
                   05 BACK-ACTION PIC X.
                   05 BACK-KEY PIC X(24).
                   05 BACK-BEFORE PIC X(100).
                   05 BACK-AFTER PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the apply-run ID to back out (required), then
      *overrides for the journal, catalog, report, and spatial index
      *dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT BACKOUT-APPLY-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT JOURNAL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CATALOG-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT REPORT-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 5 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SPATIAL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(BACKOUT-APPLY-ID EQUAL SPACES)
               DISPLAY "NO APPLY RUN ID GIVEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *Gather the apply's entries before anything is touched: an
      *apply already backed out, or one too big to hold, is refused
      *with the catalog unchanged.
           OPEN INPUT JOURNAL-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN JOURNAL-FILE ("
                  JOURNAL-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM JOURNAL-READ.
           CLOSE JOURNAL-FILE.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               DISPLAY "APPLY " BACKOUT-APPLY-ID
                   " HAS MORE THAN 30000 JOURNAL ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(BACKED-OUT-FLAG EQUAL "Y")
               DISPLAY "APPLY " BACKOUT-APPLY-ID " ALREADY BACKED OUT"
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           IF(BACK-COUNT EQUAL 0)
               DISPLAY "NO JOURNAL ENTRIES FOR APPLY " BACKOUT-APPLY-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN.

           OPEN I-O CATALOG-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN CATALOG-FILE ("
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
              CLOSE CATALOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT REPORT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN REPORT-FILE ("
                  REPORT-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE CATALOG-FILE
              CLOSE SPATIAL-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO RLINE.
           STRING "BACKOUT OF APPLY " DELIMITED BY SIZE
               BACKOUT-APPLY-ID DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               BACK-COUNT DELIMITED BY SIZE
               " JOURNAL ENTRIES" DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

           MOVE BACK-COUNT TO BACK-IX.
           PERFORM BACK-ENTRY-UNDO.
           MOVE 0 TO BACK-IX.
           PERFORM BACK-REINDEX.
           CLOSE CATALOG-FILE.
           CLOSE SPATIAL-FILE.

      *Mark the apply as backed out.
           OPEN EXTEND JOURNAL-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN JOURNAL-FILE ("
                  JOURNAL-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO JRNL-REC
              MOVE BACKOUT-APPLY-ID TO JRNL-APPLY-ID
              MOVE "U" TO JRNL-ACTION
              WRITE JRNL-REC
              CLOSE JOURNAL-FILE.

           MOVE SPACES TO RLINE.
           STRING "KEYS DELETED " DELIMITED BY SIZE
               DELETED-COUNT DELIMITED BY SIZE
               " PUT BACK " DELIMITED BY SIZE
               RESTORED-COUNT DELIMITED BY SIZE
               " CHANGED SINCE THE APPLY " DELIMITED BY SIZE
               CHANGED-COUNT DELIMITED BY SIZE
               " GROUPS RE-INDEXED " DELIMITED BY SIZE
               INDEXED-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "KEYS DELETED " DELETED-COUNT
               " PUT BACK " RESTORED-COUNT
               " CHANGED SINCE THE APPLY " CHANGED-COUNT.
           IF(RETURN-CODE EQUAL 0 AND CHANGED-COUNT > 0)
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *The following function gathers the entries of the apply being
      *backed out and notes whether it has been backed out before.
       JOURNAL-READ.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO JOURNAL-EOF-FLAG.
           IF(JOURNAL-EOF-FLAG NOT EQUAL "Y")
               IF(JRNL-APPLY-ID NOT EQUAL BACKOUT-APPLY-ID)
                   GO TO JOURNAL-READ
               ELSE IF(JRNL-ACTION EQUAL "U")
                   MOVE "Y" TO BACKED-OUT-FLAG
                   GO TO JOURNAL-READ
               ELSE IF(BACK-COUNT < 30000)
                   ADD 1 TO BACK-COUNT
                   MOVE JRNL-ACTION TO BACK-ACTION(BACK-COUNT)
                   MOVE JRNL-KEY TO BACK-KEY(BACK-COUNT)
                   MOVE JRNL-BEFORE TO BACK-BEFORE(BACK-COUNT)
                   MOVE JRNL-AFTER TO BACK-AFTER(BACK-COUNT)
                   GO TO JOURNAL-READ
               ELSE
                   MOVE "Y" TO TABLE-FULL-FLAG
                   GO TO JOURNAL-READ.

      *The following 3 functions undo the entries last to first, so
      *a key the apply filed more than once ends up as it was before
      *the first of them.
       BACK-ENTRY-UNDO.
           MOVE BACK-KEY(BACK-IX) TO CAT-KEY.
           MOVE "Y" TO PRESENT-FLAG.
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "N" TO PRESENT-FLAG
           END-READ.
           MOVE SPACES TO BACK-NOTE.
           IF(PRESENT-FLAG NOT EQUAL "Y" OR CAT-DATA NOT EQUAL
                   BACK-AFTER(BACK-IX))
               MOVE " - CHANGED SINCE THE APPLY" TO BACK-NOTE
               ADD 1 TO CHANGED-COUNT.
           IF(BACK-ACTION(BACK-IX) EQUAL "A")
               PERFORM BACK-DELETE
           ELSE
               PERFORM BACK-RESTORE.
           SUBTRACT 1 FROM BACK-IX.
           IF(BACK-IX > 0)
           GO TO BACK-ENTRY-UNDO.

       BACK-DELETE.
           IF(PRESENT-FLAG EQUAL "Y")
               DELETE CATALOG-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO DELETED-COUNT.
           MOVE SPACES TO RLINE.
           STRING "DELETED  " DELIMITED BY SIZE
               BACK-KEY(BACK-IX) DELIMITED BY SIZE
               BACK-NOTE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

       BACK-RESTORE.
           MOVE BACK-KEY(BACK-IX) TO CAT-KEY.
           MOVE BACK-BEFORE(BACK-IX) TO CAT-DATA.
           IF(PRESENT-FLAG EQUAL "Y")
               REWRITE CAT-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CAT-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE.
           ADD 1 TO RESTORED-COUNT.
           MOVE SPACES TO RLINE.
           STRING "PUT BACK " DELIMITED BY SIZE
               BACK-KEY(BACK-IX) DELIMITED BY SIZE
               BACK-NOTE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

      *The following function re-indexes each group the apply
      *touched, once per run of entries for the same group.
       BACK-REINDEX.
           ADD 1 TO BACK-IX.
           MOVE BACK-KEY(BACK-IX) TO CAT-KEY.
           IF(BACK-IX EQUAL 1 OR CAT-PLOT-ID NOT EQUAL IDX-PLOT-ID OR
                   CAT-RUN-DATE NOT EQUAL IDX-RUN-DATE OR
                   CAT-GROUP NOT EQUAL IDX-GROUP)
               MOVE CAT-PLOT-ID TO IDX-PLOT-ID
               MOVE CAT-RUN-DATE TO IDX-RUN-DATE
               MOVE CAT-GROUP TO IDX-GROUP
               PERFORM SPATIAL-INDEX-GROUP.
           IF(BACK-IX < BACK-COUNT)
           GO TO BACK-REINDEX.

      *The following 5 functions rebuild the spatial index entries
      *of the group in IDX-PLOT-ID, IDX-RUN-DATE and IDX-GROUP from
      *the grid rows the catalog now holds for it, exactly as
      *CATAPPLY builds them; a group the backout removed altogether
      *loses all its entries.
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
