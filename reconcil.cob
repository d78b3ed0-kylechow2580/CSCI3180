      *Companion to ASSIGNMENT: proves that the runs in the run log
      *actually reached the master plot catalog. For a range of
      *catalog run dates it matches three things - the run log
      *(what ran), the staging datasets the runs archived to (what
      *was handed to CATAPPLY), and catalog.dat itself (what was
      *filed) - and reports every run with no catalog entry, every
      *catalog entry with no run behind it, every group whose
      *staged or catalogued grid row count is not exactly 100,
      *every group staged but never applied, and every run whose
      *legend point counts do not add up to the points the run
      *logged. When a plot ID and run date were run more than once
      *the last run logged is the one the catalog should hold. The
      *condition code tells the scheduler whether the catalog can
      *be trusted for the night: 0 trusted, 4 trusted with warnings
      *worth a look, 12 not trusted, 16 the check itself could not
      *be made.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RECONCIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN DISK FROM RUN-LOG-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT STAGING-FILE ASSIGN DISK FROM STAGING-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DISK FROM CATALOG-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAT-KEY
           FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The run-log record layout must stay in step with the one in
      *ASSIGNMENT, which appends these records, and the ones in
      *RUNREPT and CHARGEBK.
       FD RUN-LOG-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS LOG-REC.
       01 LOG-REC.
           03 LOG-RUN-DATE PIC X(8).
           03 FILLER PIC X.
           03 LOG-RUN-TIME PIC X(6).
           03 FILLER PIC X.
           03 LOG-GROUPS PIC 999.
           03 FILLER PIC X.
           03 LOG-POINTS PIC 9(5).
           03 FILLER PIC X.
           03 LOG-SHAPES PIC 9(5).
           03 FILLER PIC X.
           03 LOG-REJECTS PIC 999.
           03 FILLER PIC X.
           03 LOG-RESTART PIC X.
           03 FILLER PIC X.
           03 LOG-RC PIC 99.
           03 FILLER PIC X.
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
      *The staging and catalog layouts must stay in step with the
      *ones in ASSIGNMENT and CATAPPLY.
       FD STAGING-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS STAGE-REC.
       01 STAGE-REC.
           03 STAGE-KEY.
               05 STAGE-PLOT-ID PIC X(8).
               05 STAGE-RUN-DATE PIC X(8).
               05 STAGE-GROUP PIC 999.
               05 STAGE-REC-TYPE PIC X.
               05 STAGE-SEQ PIC 9999.
           03 STAGE-DATA PIC X(100).
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
           01 RUN-LOG-DATASET-NAME PIC X(40) VALUE "runlog.txt".
           01 STAGING-DATASET-NAME PIC X(40) VALUE SPACES.
           01 CATALOG-DATASET-NAME PIC X(40) VALUE "catalog.dat".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "reconcil.txt".
           01 FROM-DATE PIC X(8) VALUE SPACES.
           01 TO-DATE PIC X(8) VALUE SPACES.
           01 LOG-EOF-FLAG PIC X VALUE "N".
           01 STAGING-EOF-FLAG PIC X VALUE "N".
           01 CATALOG-EOF-FLAG PIC X VALUE "N".
           01 TABLE-FULL-FLAG PIC X VALUE "N".
           01 WORST-RC PIC 99 VALUE 0.
           01 ISSUE-RC PIC 99 VALUE 0.
           01 ISSUE-TEXT PIC X(80) VALUE SPACES.
           01 RUN-ISSUES PIC 999 VALUE 0.
           01 RUN-COUNT PIC 999 VALUE 0.
           01 RUN-IX PIC 999 VALUE 0.
           01 RUN-FOUND-IX PIC 999 VALUE 0.
           01 UNARCHIVED-COUNT PIC 9(5) VALUE 0.
           01 CLEAN-RUN-COUNT PIC 999 VALUE 0.
           01 EXCEPTION-RUN-COUNT PIC 999 VALUE 0.
           01 STAGE-COUNT PIC 99 VALUE 0.
           01 STAGE-IX PIC 99 VALUE 0.
           01 GRP-COUNT PIC 9(5) VALUE 0.
           01 GRP-IX PIC 9(5) VALUE 0.
           01 SCAN-IX PIC 9(5) VALUE 0.
           01 CHECK-GROUP PIC 999 VALUE 0.
           01 CAT-GROUP-TOTAL PIC 999 VALUE 0.
           01 POINT-SUM PIC 9(7) VALUE 0.
           01 KEY-PLOT-ID PIC X(8) VALUE SPACES.
           01 KEY-RUN-DATE PIC X(8) VALUE SPACES.
           01 KEY-GROUP PIC 999 VALUE 0.
           01 KEY-CHANGE-FLAG PIC X VALUE "Y".
           01 ORPHAN-OPEN-FLAG PIC X VALUE "N".
           01 ORPHAN-PLOT-ID PIC X(8) VALUE SPACES.
           01 ORPHAN-RUN-DATE PIC X(8) VALUE SPACES.
           01 ORPHAN-GROUPS PIC 999 VALUE 0.
           01 ORPHAN-RECORDS PIC 9(5) VALUE 0.
           01 ORPHAN-COUNT PIC 999 VALUE 0.
           01 ROW-EDIT PIC ZZZZ9.
      *Alternate view of the "POINTS nnn" legend line.
           01 LEGEND-WORK.
               03 LEGEND-TAG PIC X(7).
               03 LEGEND-POINTS PIC 999.
               03 FILLER PIC X(90).
           01 RUN-LIST.
               03 RUN-ENTRY OCCURS 500.
                   05 RUN-PLOT-ID PIC X(8).
                   05 RUN-CAT-DATE PIC X(8).
                   05 RUN-LOG-DATE PIC X(8).
                   05 RUN-LOG-TIME PIC X(6).
                   05 RUN-RC PIC 99.
                   05 RUN-GROUPS PIC 999.
                   05 RUN-POINTS PIC 9(5).
                   05 RUN-STAGE-NAME PIC X(40).
                   05 RUN-STAGE-IX PIC 99.
           01 STAGE-LIST.
               03 STAGE-ENTRY OCCURS 50.
                   05 STAGE-NAME PIC X(40).
                   05 STAGE-STATUS PIC XX.
      *One entry per group of a logged run, whether it turned up in
      *staging, in the catalog, or both.
           01 GRP-LIST.
               03 GRP-ENTRY OCCURS 3000.
                   05 GRP-RUN-IX PIC 999.
                   05 GRP-NUMBER PIC 999.
                   05 GRP-STAGED-FLAG PIC X.
                   05 GRP-STAGED-ROWS PIC 9(5).
                   05 GRP-CAT-FLAG PIC X.
                   05 GRP-CAT-ROWS PIC 9(5).
                   05 GRP-CAT-POINTS PIC 999.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the first and last catalog run date to
      *reconcile (either left off opens that end of the range),
      *then overrides for the run-log, catalog, and report dataset
      *names. The staging datasets are the ones the runs logged.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT FROM-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT TO-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT RUN-LOG-DATASET-NAME FROM ARGUMENT-VALUE
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
           IF(FROM-DATE EQUAL SPACES)
               MOVE "00000000" TO FROM-DATE.
           IF(TO-DATE EQUAL SPACES)
               MOVE "99999999" TO TO-DATE.

           OPEN INPUT RUN-LOG-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN RUN-LOG-FILE ("
                  RUN-LOG-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
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
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO RLINE.
           STRING "CATALOG RECONCILIATION " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

      *Load the in-range archived runs, the last one logged winning
      *for a plot ID and run date run more than once, then list the
      *staging datasets those runs archived to.
           PERFORM LOG-READ.
           CLOSE RUN-LOG-FILE.
           MOVE 0 TO RUN-IX.
           IF(RUN-COUNT > 0)
               PERFORM STAGE-LIST-BUILD.

      *Count each run's staged grid rows, group by group.
           MOVE 0 TO STAGE-IX.
           IF(STAGE-COUNT > 0)
               PERFORM STAGE-PASS THRU STAGE-PASS-EXIT.

      *Count each run's catalogued grid rows and legend points, and
      *list the in-range catalog entries no run accounts for.
           MOVE "CATALOG ENTRIES WITH NO RUN" TO RLINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO KEY-CHANGE-FLAG.
           PERFORM CATALOG-READ THRU CATALOG-READ-EXIT.
           IF(ORPHAN-OPEN-FLAG EQUAL "Y")
               PERFORM ORPHAN-REPORT-LINE.
           CLOSE CATALOG-FILE.
           IF(ORPHAN-COUNT > 0)
               MOVE 12 TO WORST-RC.

      *Then the runs, one block each.
           MOVE "RUNS" TO RLINE.
           WRITE REPORT-LINE.
           MOVE 0 TO RUN-IX.
           IF(RUN-COUNT > 0)
               PERFORM RUN-CHECK THRU RUN-CHECK-EXIT.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               MOVE "TABLE FULL - RECONCILIATION INCOMPLETE" TO RLINE
               WRITE REPORT-LINE
               MOVE 12 TO WORST-RC.

           MOVE SPACES TO RLINE.
           STRING "RUNS " DELIMITED BY SIZE
               RUN-COUNT DELIMITED BY SIZE
               " RECONCILED " DELIMITED BY SIZE
               CLEAN-RUN-COUNT DELIMITED BY SIZE
               " WITH EXCEPTIONS " DELIMITED BY SIZE
               EXCEPTION-RUN-COUNT DELIMITED BY SIZE
               " ORPHAN ENTRIES " DELIMITED BY SIZE
               ORPHAN-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "RUNS WITH NO PLOT ID (NOT ARCHIVED) " DELIMITED
               BY SIZE
               UNARCHIVED-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           IF(WORST-RC EQUAL 0)
               MOVE "CATALOG TRUSTED" TO RLINE
           ELSE IF(WORST-RC EQUAL 4)
               MOVE "CATALOG TRUSTED - SEE WARNINGS" TO RLINE
           ELSE
               MOVE "CATALOG NOT TRUSTED" TO RLINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF(RUN-COUNT EQUAL 0 AND WORST-RC EQUAL 0)
               DISPLAY "NO ARCHIVED RUNS IN RANGE"
               MOVE 4 TO WORST-RC.
           MOVE WORST-RC TO RETURN-CODE.
           STOP RUN.

      *The following 3 functions load the run log. A run with no
      *plot ID was never archived and is only counted; a run logged
      *again under the same plot ID and run date replaces the
      *earlier one, since its staging overwrote the earlier staging
      *in the catalog.
       LOG-READ.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-FLAG.
           IF(LOG-EOF-FLAG NOT EQUAL "Y")
               IF(LOG-CAT-RUN-DATE NOT < FROM-DATE AND
                       LOG-CAT-RUN-DATE NOT > TO-DATE)
                   PERFORM LOG-TAKE
                   GO TO LOG-READ
               ELSE
                   GO TO LOG-READ.

       LOG-TAKE.
           IF(LOG-PLOT-ID EQUAL SPACES)
               ADD 1 TO UNARCHIVED-COUNT
           ELSE
               MOVE LOG-PLOT-ID TO KEY-PLOT-ID
               MOVE LOG-CAT-RUN-DATE TO KEY-RUN-DATE
               PERFORM RUN-FIND
               PERFORM LOG-STORE.

       LOG-STORE.
           IF(RUN-FOUND-IX EQUAL 0 AND RUN-COUNT < 500)
               ADD 1 TO RUN-COUNT
               MOVE RUN-COUNT TO RUN-FOUND-IX
           ELSE IF(RUN-FOUND-IX EQUAL 0)
               MOVE "Y" TO TABLE-FULL-FLAG.
           IF(RUN-FOUND-IX > 0)
               MOVE LOG-PLOT-ID TO RUN-PLOT-ID(RUN-FOUND-IX)
               MOVE LOG-CAT-RUN-DATE TO RUN-CAT-DATE(RUN-FOUND-IX)
               MOVE LOG-RUN-DATE TO RUN-LOG-DATE(RUN-FOUND-IX)
               MOVE LOG-RUN-TIME TO RUN-LOG-TIME(RUN-FOUND-IX)
               MOVE LOG-RC TO RUN-RC(RUN-FOUND-IX)
               MOVE LOG-GROUPS TO RUN-GROUPS(RUN-FOUND-IX)
               MOVE LOG-POINTS TO RUN-POINTS(RUN-FOUND-IX)
               MOVE LOG-STAGE-NAME TO RUN-STAGE-NAME(RUN-FOUND-IX)
               MOVE 0 TO RUN-STAGE-IX(RUN-FOUND-IX).

      *The following 2 functions find the run filed under KEY-PLOT-ID
      *and KEY-RUN-DATE, leaving RUN-FOUND-IX zero when there is none.
       RUN-FIND.
           MOVE 0 TO RUN-FOUND-IX.
           MOVE 0 TO RUN-IX.
           IF(RUN-COUNT > 0)
               PERFORM RUN-SCAN.

       RUN-SCAN.
           ADD 1 TO RUN-IX.
           IF(RUN-PLOT-ID(RUN-IX) EQUAL KEY-PLOT-ID AND
                   RUN-CAT-DATE(RUN-IX) EQUAL KEY-RUN-DATE)
               MOVE RUN-IX TO RUN-FOUND-IX.
           IF(RUN-FOUND-IX EQUAL 0 AND RUN-IX < RUN-COUNT)
           GO TO RUN-SCAN.

      *The following 2 functions give every run the number of its
      *staging dataset in the stage list, adding the name on first
      *sight, so each staging dataset is read only once.
       STAGE-LIST-BUILD.
           ADD 1 TO RUN-IX.
           MOVE 0 TO STAGE-IX.
           IF(STAGE-COUNT > 0)
               PERFORM STAGE-LIST-SCAN.
           IF(RUN-STAGE-IX(RUN-IX) EQUAL 0 AND STAGE-COUNT < 50)
               ADD 1 TO STAGE-COUNT
               MOVE RUN-STAGE-NAME(RUN-IX) TO STAGE-NAME(STAGE-COUNT)
               MOVE SPACES TO STAGE-STATUS(STAGE-COUNT)
               MOVE STAGE-COUNT TO RUN-STAGE-IX(RUN-IX)
           ELSE IF(RUN-STAGE-IX(RUN-IX) EQUAL 0)
               MOVE "Y" TO TABLE-FULL-FLAG.
           IF(RUN-IX < RUN-COUNT)
           GO TO STAGE-LIST-BUILD.

       STAGE-LIST-SCAN.
           ADD 1 TO STAGE-IX.
           IF(STAGE-NAME(STAGE-IX) EQUAL RUN-STAGE-NAME(RUN-IX))
               MOVE STAGE-IX TO RUN-STAGE-IX(RUN-IX).
           IF(RUN-STAGE-IX(RUN-IX) EQUAL 0 AND STAGE-IX <
                   STAGE-COUNT)
           GO TO STAGE-LIST-SCAN.

      *The following 2 functions read each staging dataset in turn.
      *Only a run's own staging dataset counts for it. A group staged
      *again (its "GROUP" legend line turns up once more) starts its
      *row count over, since CATAPPLY overwrites the earlier copy
      *with the later one. A staging dataset that cannot be read is
      *noted against every run that staged to it.
       STAGE-PASS.
           ADD 1 TO STAGE-IX.
           MOVE STAGE-NAME(STAGE-IX) TO STAGING-DATASET-NAME.
           OPEN INPUT STAGING-FILE.
           MOVE FILE-STATUS TO STAGE-STATUS(STAGE-IX).
           IF(FILE-STATUS NOT EQUAL 00)
               MOVE SPACES TO RLINE
               STRING "STAGING DATASET " DELIMITED BY SIZE
                   STAGING-DATASET-NAME DELIMITED BY SPACE
                   " NOT READABLE, STATUS " DELIMITED BY SIZE
                   FILE-STATUS DELIMITED BY SIZE
                   INTO RLINE
               WRITE REPORT-LINE
           ELSE
               MOVE "N" TO STAGING-EOF-FLAG
               MOVE "Y" TO KEY-CHANGE-FLAG
               PERFORM STAGE-READ THRU STAGE-READ-EXIT
               CLOSE STAGING-FILE.
           IF(STAGE-IX < STAGE-COUNT)
           GO TO STAGE-PASS.
       STAGE-PASS-EXIT.
           EXIT.

       STAGE-READ.
           READ STAGING-FILE
               AT END
                   MOVE "Y" TO STAGING-EOF-FLAG.
           IF(STAGING-EOF-FLAG EQUAL "Y")
           GO TO STAGE-READ-EXIT.
           IF(KEY-CHANGE-FLAG EQUAL "Y" OR STAGE-PLOT-ID NOT EQUAL
                   KEY-PLOT-ID OR STAGE-RUN-DATE NOT EQUAL
                   KEY-RUN-DATE OR STAGE-GROUP NOT EQUAL KEY-GROUP)
               MOVE "N" TO KEY-CHANGE-FLAG
               MOVE STAGE-PLOT-ID TO KEY-PLOT-ID
               MOVE STAGE-RUN-DATE TO KEY-RUN-DATE
               MOVE STAGE-GROUP TO KEY-GROUP
               MOVE 0 TO GRP-IX
               PERFORM RUN-FIND
               IF(RUN-FOUND-IX > 0)
                   IF(RUN-STAGE-IX(RUN-FOUND-IX) EQUAL STAGE-IX)
                       PERFORM GROUP-FIND.
           IF(GRP-IX EQUAL 0)
           GO TO STAGE-READ.
           IF(STAGE-REC-TYPE EQUAL "1" AND STAGE-SEQ EQUAL 1)
               MOVE "Y" TO GRP-STAGED-FLAG(GRP-IX)
               MOVE 0 TO GRP-STAGED-ROWS(GRP-IX).
           IF(STAGE-REC-TYPE EQUAL "2")
               ADD 1 TO GRP-STAGED-ROWS(GRP-IX).
           GO TO STAGE-READ.
       STAGE-READ-EXIT.
           EXIT.

      *The following function reads the catalog front to back. Each
      *record of a logged run is counted against its group; an
      *in-range plot ID and run date pair with no run behind it is
      *gathered into one orphan entry, listed when the pair changes.
       CATALOG-READ.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO CATALOG-EOF-FLAG.
           IF(CATALOG-EOF-FLAG EQUAL "Y")
           GO TO CATALOG-READ-EXIT.
           IF(ORPHAN-OPEN-FLAG EQUAL "Y" AND (CAT-PLOT-ID NOT EQUAL
                   ORPHAN-PLOT-ID OR CAT-RUN-DATE NOT EQUAL
                   ORPHAN-RUN-DATE))
               PERFORM ORPHAN-REPORT-LINE.
           IF(KEY-CHANGE-FLAG EQUAL "Y" OR CAT-PLOT-ID NOT EQUAL
                   KEY-PLOT-ID OR CAT-RUN-DATE NOT EQUAL KEY-RUN-DATE
                   OR CAT-GROUP NOT EQUAL KEY-GROUP)
               MOVE "N" TO KEY-CHANGE-FLAG
               MOVE CAT-PLOT-ID TO KEY-PLOT-ID
               MOVE CAT-RUN-DATE TO KEY-RUN-DATE
               MOVE CAT-GROUP TO KEY-GROUP
               MOVE 0 TO GRP-IX
               PERFORM RUN-FIND
               IF(RUN-FOUND-IX > 0)
                   PERFORM GROUP-FIND
               ELSE IF(CAT-RUN-DATE NOT < FROM-DATE AND CAT-RUN-DATE
                       NOT > TO-DATE)
                   PERFORM ORPHAN-NOTE.
           IF(ORPHAN-OPEN-FLAG EQUAL "Y")
               ADD 1 TO ORPHAN-RECORDS.
           IF(GRP-IX EQUAL 0)
           GO TO CATALOG-READ.
           MOVE "Y" TO GRP-CAT-FLAG(GRP-IX).
           IF(CAT-REC-TYPE EQUAL "2")
               ADD 1 TO GRP-CAT-ROWS(GRP-IX).
           IF(CAT-REC-TYPE EQUAL "1" AND CAT-SEQ EQUAL 2)
               MOVE CAT-DATA TO LEGEND-WORK
               IF(LEGEND-POINTS NUMERIC)
                   MOVE LEGEND-POINTS TO GRP-CAT-POINTS(GRP-IX).
           GO TO CATALOG-READ.
       CATALOG-READ-EXIT.
           EXIT.

       ORPHAN-NOTE.
           IF(ORPHAN-OPEN-FLAG EQUAL "Y")
               ADD 1 TO ORPHAN-GROUPS
           ELSE
               MOVE "Y" TO ORPHAN-OPEN-FLAG
               MOVE CAT-PLOT-ID TO ORPHAN-PLOT-ID
               MOVE CAT-RUN-DATE TO ORPHAN-RUN-DATE
               MOVE 1 TO ORPHAN-GROUPS
               MOVE 0 TO ORPHAN-RECORDS.

       ORPHAN-REPORT-LINE.
           ADD 1 TO ORPHAN-COUNT.
           MOVE SPACES TO RLINE.
           STRING "  PLOT " DELIMITED BY SIZE
               ORPHAN-PLOT-ID DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               ORPHAN-RUN-DATE DELIMITED BY SIZE
               " GROUPS " DELIMITED BY SIZE
               ORPHAN-GROUPS DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               ORPHAN-RECORDS DELIMITED BY SIZE
               " - NO RUN LOGGED" DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE "N" TO ORPHAN-OPEN-FLAG.

      *The following 3 functions find the group entry for run
      *RUN-FOUND-IX and group KEY-GROUP, adding it on first sight;
      *GRP-IX is left zero only when the table is full.
       GROUP-FIND.
           PERFORM GROUP-LOOKUP.
           IF(GRP-IX EQUAL 0 AND GRP-COUNT < 3000)
               ADD 1 TO GRP-COUNT
               MOVE GRP-COUNT TO GRP-IX
               MOVE RUN-FOUND-IX TO GRP-RUN-IX(GRP-IX)
               MOVE KEY-GROUP TO GRP-NUMBER(GRP-IX)
               MOVE "N" TO GRP-STAGED-FLAG(GRP-IX)
               MOVE 0 TO GRP-STAGED-ROWS(GRP-IX)
               MOVE "N" TO GRP-CAT-FLAG(GRP-IX)
               MOVE 0 TO GRP-CAT-ROWS(GRP-IX)
               MOVE 0 TO GRP-CAT-POINTS(GRP-IX)
           ELSE IF(GRP-IX EQUAL 0)
               MOVE "Y" TO TABLE-FULL-FLAG.

       GROUP-LOOKUP.
           MOVE 0 TO GRP-IX.
           MOVE 0 TO SCAN-IX.
           IF(GRP-COUNT > 0)
               PERFORM GROUP-SCAN.

       GROUP-SCAN.
           ADD 1 TO SCAN-IX.
           IF(GRP-RUN-IX(SCAN-IX) EQUAL RUN-FOUND-IX AND
                   GRP-NUMBER(SCAN-IX) EQUAL KEY-GROUP)
               MOVE SCAN-IX TO GRP-IX.
           IF(GRP-IX EQUAL 0 AND SCAN-IX < GRP-COUNT)
           GO TO GROUP-SCAN.

      *The following 5 functions check one run. A run that ended RC
      *16 never finished archiving and is not expected in the
      *catalog; anything it did leave there is a partial plot. Every
      *other run must have each of its groups staged and applied
      *with exactly 100 grid rows, no groups beyond the ones it
      *plotted, and legend point counts adding up to its logged
      *points. A run whose staging dataset found no room in the stage
      *table cannot have its staging checked and says so.
       RUN-CHECK.
           ADD 1 TO RUN-IX.
           MOVE RUN-IX TO RUN-FOUND-IX.
           MOVE 0 TO RUN-ISSUES.
           MOVE 0 TO POINT-SUM.
           MOVE 0 TO CAT-GROUP-TOTAL.
           MOVE SPACES TO RLINE.
           STRING "PLOT " DELIMITED BY SIZE
               RUN-PLOT-ID(RUN-IX) DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               RUN-CAT-DATE(RUN-IX) DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               RUN-LOG-DATE(RUN-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-LOG-TIME(RUN-IX) DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               RUN-RC(RUN-IX) DELIMITED BY SIZE
               " GROUPS " DELIMITED BY SIZE
               RUN-GROUPS(RUN-IX) DELIMITED BY SIZE
               " POINTS " DELIMITED BY SIZE
               RUN-POINTS(RUN-IX) DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE 0 TO SCAN-IX.
           IF(GRP-COUNT > 0)
               PERFORM RUN-CATALOG-COUNT.
           IF(RUN-RC(RUN-IX) NOT < 16)
               IF(CAT-GROUP-TOTAL > 0)
                   MOVE SPACES TO ISSUE-TEXT
                   STRING "FAILED RUN LEFT " DELIMITED BY SIZE
                       CAT-GROUP-TOTAL DELIMITED BY SIZE
                       " GROUPS IN THE CATALOG" DELIMITED BY SIZE
                       INTO ISSUE-TEXT
                   MOVE 12 TO ISSUE-RC
                   PERFORM ISSUE-LINE
                   GO TO RUN-CHECK-NEXT
               ELSE
                   MOVE "  FAILED RUN - NOT EXPECTED IN CATALOG" TO
                       RLINE
                   WRITE REPORT-LINE
                   GO TO RUN-CHECK-NEXT.
           IF(RUN-STAGE-IX(RUN-IX) EQUAL 0)
               MOVE "STAGING NOT CHECKED - TABLE FULL" TO ISSUE-TEXT
               MOVE 4 TO ISSUE-RC
               PERFORM ISSUE-LINE
           ELSE IF(STAGE-STATUS(RUN-STAGE-IX(RUN-IX)) NOT EQUAL "00")
               MOVE SPACES TO ISSUE-TEXT
               STRING "STAGING DATASET " DELIMITED BY SIZE
                   RUN-STAGE-NAME(RUN-IX) DELIMITED BY SPACE
                   " NOT READABLE" DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 4 TO ISSUE-RC
               PERFORM ISSUE-LINE.
           IF(CAT-GROUP-TOTAL EQUAL 0)
               MOVE "NO CATALOG ENTRY" TO ISSUE-TEXT
               MOVE 12 TO ISSUE-RC
               PERFORM ISSUE-LINE
               GO TO RUN-CHECK-NEXT.
           MOVE 0 TO CHECK-GROUP.
           IF(RUN-GROUPS(RUN-IX) > 0)
               PERFORM GROUP-CHECK.
           MOVE 0 TO SCAN-IX.
           PERFORM RUN-EXTRA-GROUPS THRU RUN-EXTRA-GROUPS-EXIT.
           IF(POINT-SUM NOT EQUAL RUN-POINTS(RUN-IX))
               MOVE SPACES TO ISSUE-TEXT
               STRING "LEGEND POINTS " DELIMITED BY SIZE
                   POINT-SUM DELIMITED BY SIZE
                   " DISAGREE WITH LOGGED POINTS " DELIMITED BY SIZE
                   RUN-POINTS(RUN-IX) DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 12 TO ISSUE-RC
               PERFORM ISSUE-LINE.
       RUN-CHECK-NEXT.
           IF(RUN-ISSUES EQUAL 0)
               ADD 1 TO CLEAN-RUN-COUNT
               MOVE "  RECONCILED" TO RLINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO EXCEPTION-RUN-COUNT.
           IF(RUN-IX < RUN-COUNT)
           GO TO RUN-CHECK.
       RUN-CHECK-EXIT.
           EXIT.

       RUN-CATALOG-COUNT.
           ADD 1 TO SCAN-IX.
           IF(GRP-RUN-IX(SCAN-IX) EQUAL RUN-IX AND
                   GRP-CAT-FLAG(SCAN-IX) EQUAL "Y")
               ADD 1 TO CAT-GROUP-TOTAL.
           IF(SCAN-IX < GRP-COUNT)
           GO TO RUN-CATALOG-COUNT.

      *One plotted group: staged with 100 rows, applied, and filed
      *with 100 rows. Its legend points go toward the run's sum.
       GROUP-CHECK.
           ADD 1 TO CHECK-GROUP.
           MOVE CHECK-GROUP TO KEY-GROUP.
           PERFORM GROUP-LOOKUP.
           MOVE SPACES TO ISSUE-TEXT.
           IF(GRP-IX EQUAL 0)
               STRING "GROUP " DELIMITED BY SIZE
                   CHECK-GROUP DELIMITED BY SIZE
                   " NEITHER STAGED NOR CATALOGUED" DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 12 TO ISSUE-RC
               PERFORM ISSUE-LINE
           ELSE
               PERFORM GROUP-CHECK-COUNTS.
           IF(CHECK-GROUP < RUN-GROUPS(RUN-IX))
           GO TO GROUP-CHECK.

       GROUP-CHECK-COUNTS.
           IF(GRP-CAT-FLAG(GRP-IX) EQUAL "Y")
               ADD GRP-CAT-POINTS(GRP-IX) TO POINT-SUM.
           IF(GRP-STAGED-FLAG(GRP-IX) EQUAL "Y" AND
                   GRP-STAGED-ROWS(GRP-IX) NOT EQUAL 100)
               MOVE GRP-STAGED-ROWS(GRP-IX) TO ROW-EDIT
               MOVE SPACES TO ISSUE-TEXT
               STRING "GROUP " DELIMITED BY SIZE
                   CHECK-GROUP DELIMITED BY SIZE
                   " STAGED GRID ROWS" DELIMITED BY SIZE
                   ROW-EDIT DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 4 TO ISSUE-RC
               PERFORM ISSUE-LINE.
           IF(GRP-STAGED-FLAG(GRP-IX) NOT EQUAL "Y" AND
                   GRP-CAT-FLAG(GRP-IX) EQUAL "Y" AND
                   RUN-STAGE-IX(RUN-IX) > 0)
               IF(STAGE-STATUS(RUN-STAGE-IX(RUN-IX)) EQUAL "00")
                   MOVE SPACES TO ISSUE-TEXT
                   STRING "GROUP " DELIMITED BY SIZE
                       CHECK-GROUP DELIMITED BY SIZE
                       " CATALOGUED BUT NOT IN ITS STAGING DATASET"
                       DELIMITED BY SIZE
                       INTO ISSUE-TEXT
                   MOVE 4 TO ISSUE-RC
                   PERFORM ISSUE-LINE.
           IF(GRP-CAT-FLAG(GRP-IX) NOT EQUAL "Y")
               MOVE SPACES TO ISSUE-TEXT
               STRING "GROUP " DELIMITED BY SIZE
                   CHECK-GROUP DELIMITED BY SIZE
                   " STAGED BUT NOT APPLIED" DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 12 TO ISSUE-RC
               PERFORM ISSUE-LINE.
           IF(GRP-CAT-FLAG(GRP-IX) EQUAL "Y" AND
                   GRP-CAT-ROWS(GRP-IX) NOT EQUAL 100)
               MOVE GRP-CAT-ROWS(GRP-IX) TO ROW-EDIT
               MOVE SPACES TO ISSUE-TEXT
               STRING "GROUP " DELIMITED BY SIZE
                   CHECK-GROUP DELIMITED BY SIZE
                   " CATALOGUED GRID ROWS" DELIMITED BY SIZE
                   ROW-EDIT DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 12 TO ISSUE-RC
               PERFORM ISSUE-LINE.

      *A group numbered past the run's own group count was left by an
      *earlier run under the same plot ID and run date.
       RUN-EXTRA-GROUPS.
           ADD 1 TO SCAN-IX.
           IF(SCAN-IX > GRP-COUNT)
               GO TO RUN-EXTRA-GROUPS-EXIT.
           IF(GRP-RUN-IX(SCAN-IX) EQUAL RUN-IX AND
                   GRP-NUMBER(SCAN-IX) > RUN-GROUPS(RUN-IX))
               MOVE SPACES TO ISSUE-TEXT
               STRING "GROUP " DELIMITED BY SIZE
                   GRP-NUMBER(SCAN-IX) DELIMITED BY SIZE
                   " LEFT OVER FROM AN EARLIER RUN" DELIMITED BY SIZE
                   INTO ISSUE-TEXT
               MOVE 4 TO ISSUE-RC
               PERFORM ISSUE-LINE.
           GO TO RUN-EXTRA-GROUPS.
       RUN-EXTRA-GROUPS-EXIT.
           EXIT.

      *The following function lists one exception under its run and
      *raises the condition code to its grade.
       ISSUE-LINE.
           ADD 1 TO RUN-ISSUES.
           MOVE SPACES TO RLINE.
           STRING "  " DELIMITED BY SIZE
               ISSUE-TEXT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           IF(ISSUE-RC > WORST-RC)
               MOVE ISSUE-RC TO WORST-RC.
