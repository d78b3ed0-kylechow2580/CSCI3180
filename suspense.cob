      *Companion to ASSIGNMENT: works the reject suspense queue that
      *ASSIGNMENT files every rejected input record in, so a reject
      *is corrected from its own raw image instead of being found
      *and re-keyed by hand from the sender's file. Mode "L" prints
      *the aging report of every item not yet cleared. Mode "U"
      *applies a deck of correction cards - "C" replaces an item's
      *image with the corrected one, "W" writes the item off - and
      *mode "R" builds a resubmission input dataset from the
      *corrected items: one group per original plot group, each
      *with its header, its window and transform lines, the
      *corrected records, and a matching trailer, "G" delimited,
      *ready for INPEDIT and ASSIGNMENT. Mode "P" drops cleared
      *items whose last status change is older than a given date.
      *Items are numbered by their position in the queue, so the
      *numbers on the aging report are the ones the correction
      *cards quote until the next purge. Run it outside the plot
      *window: the queue is rewritten whole, and a plot run
      *appending to it at the same time would lose its items.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SUSPENSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN DISK FROM
           SUSPENSE-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT TRAN-FILE ASSIGN DISK FROM TRAN-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT RESUBMIT-FILE ASSIGN DISK FROM
           RESUBMIT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *The suspense record layout must stay in step with the one in
      *ASSIGNMENT, which files these records. Status "O" is open,
      *"C" corrected and waiting to be resubmitted, "W" written off,
      *"R" resubmitted; "W" and "R" items are cleared.
       FD SUSPENSE-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS SUSP-REC.
       01 SUSP-REC.
           03 SUSP-PLOT-ID PIC X(8).
           03 SUSP-RUN-DATE PIC X(8).
           03 SUSP-GROUP PIC 999.
           03 SUSP-POSITION PIC 999.
           03 SUSP-REASON-CODE PIC XX.
           03 SUSP-REASON PIC X(20).
           03 SUSP-STATUS PIC X.
           03 SUSP-SUSPENDED-DATE PIC X(8).
           03 SUSP-STATUS-DATE PIC X(8).
           03 SUSP-IMAGE PIC X(40).
           03 SUSP-WINDOW-IMAGE PIC X(20).
           03 SUSP-XFORM-IMAGE PIC X(15).
           03 SUSP-INPUT-NAME PIC X(40).
      *Correction card: "C" or "W", the item number from the aging
      *report, and for "C" the corrected input image exactly as
      *ASSIGNMENT should read it.
       FD TRAN-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS TRAN-CARD.
       01 TRAN-CARD.
           03 TRAN-CODE PIC X.
           03 FILLER PIC X.
           03 TRAN-ITEM PIC 9(5).
           03 FILLER PIC X.
           03 TRAN-IMAGE PIC X(40).
      *The resubmission dataset carries the input layout ASSIGNMENT
      *reads.
       FD RESUBMIT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS RESUBMIT-LINE.
       01 RESUBMIT-LINE PIC X(40).
       01 RESUBMIT-HEADER-LINE.
           03 RESUBMIT-HEADER-COUNT PIC 999.
       01 RESUBMIT-COUNT-LINE.
           03 RESUBMIT-CODE PIC X.
           03 RESUBMIT-COUNT PIC 999.
       FD REPORT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE.
           03 RLINE PIC X(99).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 SUSPENSE-DATASET-NAME PIC X(40) VALUE "suspense.txt".
           01 TRAN-DATASET-NAME PIC X(40) VALUE "suspcorr.txt".
           01 RESUBMIT-DATASET-NAME PIC X(40) VALUE "resubmit.txt".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "susprept.txt".
           01 SUSP-MODE PIC X VALUE SPACE.
           01 MODE-VALUE PIC X(40) VALUE SPACES.
           01 TODAY-DATE PIC X(8) VALUE SPACES.
           01 SUSPENSE-EOF-FLAG PIC X VALUE "N".
           01 TRAN-EOF-FLAG PIC X VALUE "N".
           01 TABLE-FULL-FLAG PIC X VALUE "N".
           01 ITEM-COUNT PIC 9(5) VALUE 0.
           01 ITEM-IX PIC 9(5) VALUE 0.
           01 KEEP-COUNT PIC 9(5) VALUE 0.
           01 OPEN-COUNT PIC 9(5) VALUE 0.
           01 CORRECTED-COUNT PIC 9(5) VALUE 0.
           01 WRITTEN-OFF-COUNT PIC 9(5) VALUE 0.
           01 RESUBMITTED-COUNT PIC 9(5) VALUE 0.
           01 PURGE-COUNT PIC 9(5) VALUE 0.
           01 CARD-COUNT PIC 9(5) VALUE 0.
           01 CARD-BAD-COUNT PIC 9(5) VALUE 0.
           01 CARD-REASON PIC X(30) VALUE SPACES.
           01 RESUB-ITEM-COUNT PIC 9(5) VALUE 0.
           01 RESUB-GROUP-COUNT PIC 999 VALUE 0.
           01 RESUB-OPEN-FLAG PIC X VALUE "N".
           01 GROUP-IX PIC 999 VALUE 0.
           01 GROUP-SIZE PIC 999 VALUE 0.
           01 GROUP-DATA-COUNT PIC 999 VALUE 0.
           01 GROUP-FIRST-IX PIC 9(5) VALUE 0.
           01 GROUP-XFORM-IX PIC 9(5) VALUE 0.
           01 GROUP-WINDOW-IX PIC 9(5) VALUE 0.
           01 SCAN-IX PIC 9(5) VALUE 0.
           01 AGE-DAYS PIC 9(5) VALUE 0.
           01 AGE-EDIT PIC ZZZZ9.
           01 AGED-0-7 PIC 9(5) VALUE 0.
           01 AGED-8-30 PIC 9(5) VALUE 0.
           01 AGED-31-90 PIC 9(5) VALUE 0.
           01 AGED-OVER-90 PIC 9(5) VALUE 0.
           01 TODAY-DAY-NUMBER PIC 9(7) VALUE 0.
           01 DAY-NUMBER PIC 9(7) VALUE 0.
           01 CAL-YEAR PIC 9(5) VALUE 0.
           01 CAL-MONTH PIC 99 VALUE 0.
           01 CAL-QUOT-4 PIC 9(5) VALUE 0.
           01 CAL-QUOT-100 PIC 9(5) VALUE 0.
           01 CAL-QUOT-400 PIC 9(5) VALUE 0.
           01 CAL-MONTH-WORK PIC 9(5) VALUE 0.
           01 CAL-MONTH-DAYS PIC 9(5) VALUE 0.
           01 DATE-WORK.
               03 DATE-YYYY PIC 9999.
               03 DATE-MM PIC 99.
               03 DATE-DD PIC 99.
           01 GROUP-LIST.
               03 GROUP-ITEM-IX PIC 9(5) OCCURS 999.
      *The whole queue is held here while it is worked, then written
      *back in the same order it was read.
           01 ITEM-LIST.
               03 ITEM-ENTRY OCCURS 2000.
                   05 ITEM-PLOT-ID PIC X(8).
                   05 ITEM-RUN-DATE PIC X(8).
                   05 ITEM-GROUP PIC 999.
                   05 ITEM-POSITION PIC 999.
                   05 ITEM-REASON-CODE PIC XX.
                   05 ITEM-REASON PIC X(20).
                   05 ITEM-STATUS PIC X.
                   05 ITEM-SUSPENDED-DATE PIC X(8).
                   05 ITEM-STATUS-DATE PIC X(8).
                   05 ITEM-IMAGE PIC X(40).
                   05 ITEM-WINDOW-IMAGE PIC X(20).
                   05 ITEM-XFORM-IMAGE PIC X(15).
                   05 ITEM-INPUT-NAME PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the mode ("L" list, "U" apply corrections,
      *"R" resubmit, "P" purge cleared items), the value the mode
      *works from (the correction deck for "U", the resubmission
      *dataset for "R", the purge-before date for "P"), then
      *overrides for the suspense and report dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SUSP-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT MODE-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SUSPENSE-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT REPORT-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(SUSP-MODE NOT EQUAL "L" AND SUSP-MODE NOT EQUAL "U"
                   AND SUSP-MODE NOT EQUAL "R" AND SUSP-MODE NOT
                   EQUAL "P")
               DISPLAY "BAD MODE (L, U, R OR P): " SUSP-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(SUSP-MODE EQUAL "P" AND MODE-VALUE EQUAL SPACES)
               DISPLAY "NO PURGE DATE GIVEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(SUSP-MODE EQUAL "U" AND MODE-VALUE NOT EQUAL SPACES)
               MOVE MODE-VALUE TO TRAN-DATASET-NAME.
           IF(SUSP-MODE EQUAL "R" AND MODE-VALUE NOT EQUAL SPACES)
               MOVE MODE-VALUE TO RESUBMIT-DATASET-NAME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

      *Load the whole queue. A queue too big for the table is not
      *worked at all, so no item is lost in the rewrite. ASSIGNMENT
      *only creates the queue when it files its first reject, so
      *one that does not exist yet is worked as an empty queue.
           OPEN INPUT SUSPENSE-FILE.
           IF(FILE-STATUS EQUAL 35)
               MOVE 0 TO ITEM-COUNT
               MOVE "Y" TO SUSPENSE-EOF-FLAG
           ELSE IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN SUSPENSE-FILE ("
                  SUSPENSE-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF(SUSPENSE-EOF-FLAG NOT EQUAL "Y")
               PERFORM SUSPENSE-LOAD THRU SUSPENSE-LOAD-EXIT
               CLOSE SUSPENSE-FILE.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               DISPLAY "SUSPENSE QUEUE OVER 2000 ITEMS - PURGE FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT REPORT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN REPORT-FILE ("
                  REPORT-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO RLINE.
           STRING "SUSPENSE " DELIMITED BY SIZE
               SUSP-MODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               " ITEMS " DELIMITED BY SIZE
               ITEM-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

           IF(SUSP-MODE EQUAL "U")
               PERFORM CORRECTION-APPLY THRU CORRECTION-APPLY-EXIT.
           IF(SUSP-MODE EQUAL "R")
               PERFORM RESUBMIT-BUILD THRU RESUBMIT-BUILD-EXIT.
           IF(SUSP-MODE EQUAL "P")
               PERFORM CLEARED-PURGE.

      *Every mode but the listing writes the worked queue back.
           IF(SUSP-MODE NOT EQUAL "L")
               PERFORM SUSPENSE-REWRITE THRU SUSPENSE-REWRITE-EXIT.

      *Age every item not yet cleared, oldest first as filed.
           MOVE TODAY-DATE TO DATE-WORK.
           PERFORM DAY-NUMBER-CALC.
           MOVE DAY-NUMBER TO TODAY-DAY-NUMBER.
           MOVE SPACES TO RLINE.
           STRING "ITEMS NOT CLEARED, AGED AT " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE 0 TO ITEM-IX.
           IF(ITEM-COUNT > 0)
               PERFORM AGING-REPORT-LINE THRU AGING-REPORT-NEXT.
           PERFORM AGING-TOTALS.

           CLOSE REPORT-FILE.
      *Condition code: 16 as above, 12 when a correction card was
      *refused, 4 when items are still waiting to be cleared (or
      *a resubmission found nothing corrected), 0 when the queue is
      *clear.
           IF(CARD-BAD-COUNT > 0)
               MOVE 12 TO RETURN-CODE
           ELSE IF(OPEN-COUNT + CORRECTED-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           ELSE IF(SUSP-MODE EQUAL "R" AND RESUB-ITEM-COUNT EQUAL 0)
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *The following function reads the queue front to back into
      *the item table.
       SUSPENSE-LOAD.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SUSPENSE-EOF-FLAG.
           IF(SUSPENSE-EOF-FLAG EQUAL "Y")
           GO TO SUSPENSE-LOAD-EXIT.
           IF(ITEM-COUNT NOT < 2000)
               MOVE "Y" TO TABLE-FULL-FLAG
               GO TO SUSPENSE-LOAD-EXIT.
           ADD 1 TO ITEM-COUNT.
           MOVE SUSP-REC TO ITEM-ENTRY(ITEM-COUNT).
           GO TO SUSPENSE-LOAD.
       SUSPENSE-LOAD-EXIT.
           EXIT.

      *The following 4 functions apply the correction deck. A card
      *that quotes no such item, an item already cleared, an unknown
      *action, or a correction with no image is refused and listed
      *with its reason; every card applied is listed with the image
      *it replaced, so the report is the audit trail of the change.
       CORRECTION-APPLY.
           OPEN INPUT TRAN-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN TRAN-FILE ("
                  TRAN-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE "Y" TO TRAN-EOF-FLAG
              ADD 1 TO CARD-BAD-COUNT
              GO TO CORRECTION-APPLY-EXIT.
           PERFORM CORRECTION-READ.
           CLOSE TRAN-FILE.
           MOVE SPACES TO RLINE.
           STRING "CARDS " DELIMITED BY SIZE
               CARD-COUNT DELIMITED BY SIZE
               " REFUSED " DELIMITED BY SIZE
               CARD-BAD-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       CORRECTION-APPLY-EXIT.
           EXIT.

       CORRECTION-READ.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-FLAG.
           IF(TRAN-EOF-FLAG NOT EQUAL "Y")
               IF(TRAN-CARD NOT EQUAL SPACES)
                   ADD 1 TO CARD-COUNT
                   PERFORM CORRECTION-CARD THRU CORRECTION-CARD-EXIT
                   GO TO CORRECTION-READ
               ELSE
                   GO TO CORRECTION-READ.

       CORRECTION-CARD.
           MOVE SPACES TO CARD-REASON.
           IF(TRAN-CODE NOT EQUAL "C" AND TRAN-CODE NOT EQUAL "W")
               MOVE "UNKNOWN ACTION" TO CARD-REASON
               GO TO CORRECTION-CARD-BAD.
           IF(TRAN-ITEM NOT NUMERIC)
               MOVE "ITEM NOT NUMERIC" TO CARD-REASON
               GO TO CORRECTION-CARD-BAD.
           IF(TRAN-ITEM EQUAL 0 OR TRAN-ITEM > ITEM-COUNT)
               MOVE "NO SUCH ITEM" TO CARD-REASON
               GO TO CORRECTION-CARD-BAD.
           MOVE TRAN-ITEM TO ITEM-IX.
           IF(ITEM-STATUS(ITEM-IX) NOT EQUAL "O" AND
                   ITEM-STATUS(ITEM-IX) NOT EQUAL "C")
               MOVE "ITEM ALREADY CLEARED" TO CARD-REASON
               GO TO CORRECTION-CARD-BAD.
           IF(TRAN-CODE EQUAL "C" AND TRAN-IMAGE EQUAL SPACES)
               MOVE "NO CORRECTED IMAGE" TO CARD-REASON
               GO TO CORRECTION-CARD-BAD.
           MOVE SPACES TO RLINE.
           IF(TRAN-CODE EQUAL "W")
               STRING "ITEM " DELIMITED BY SIZE
                   TRAN-ITEM DELIMITED BY SIZE
                   " WRITTEN OFF     " DELIMITED BY SIZE
                   ITEM-IMAGE(ITEM-IX) DELIMITED BY SIZE
                   INTO RLINE
               MOVE "W" TO ITEM-STATUS(ITEM-IX)
           ELSE
               STRING "ITEM " DELIMITED BY SIZE
                   TRAN-ITEM DELIMITED BY SIZE
                   " CORRECTED FROM  " DELIMITED BY SIZE
                   ITEM-IMAGE(ITEM-IX) DELIMITED BY SIZE
                   INTO RLINE
               MOVE "C" TO ITEM-STATUS(ITEM-IX).
           WRITE REPORT-LINE.
           IF(TRAN-CODE EQUAL "C")
               MOVE TRAN-IMAGE TO ITEM-IMAGE(ITEM-IX)
               MOVE SPACES TO RLINE
               STRING "                 TO  " DELIMITED BY SIZE
                   TRAN-IMAGE DELIMITED BY SIZE
                   INTO RLINE
               WRITE REPORT-LINE.
           MOVE TODAY-DATE TO ITEM-STATUS-DATE(ITEM-IX).
           GO TO CORRECTION-CARD-EXIT.
       CORRECTION-CARD-BAD.
           ADD 1 TO CARD-BAD-COUNT.
           MOVE SPACES TO RLINE.
           STRING "CARD REFUSED - " DELIMITED BY SIZE
               CARD-REASON DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRAN-CARD DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       CORRECTION-CARD-EXIT.
           EXIT.

      *The following 6 functions build the resubmission dataset. The
      *corrected items are gathered group by group - consecutive
      *corrected items filed under the same plot ID, run date, group
      *number, and input dataset - and each gathering is written as
      *one input group: the header count, the transform and window
      *lines the group was plotted under (a corrected window or
      *transform line replaces the saved one), the corrected
      *records in the order they were filed, and a trailer whose
      *count matches. A "G" delimiter separates the groups. Every
      *item written is marked resubmitted. The dataset is always
      *rewritten, so a run with nothing corrected leaves it empty
      *rather than leaving the last resubmission behind to be fed
      *in again.
       RESUBMIT-BUILD.
           OPEN OUTPUT RESUBMIT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN RESUBMIT-FILE ("
                  RESUBMIT-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 0 TO ITEM-IX.
           IF(ITEM-COUNT > 0)
               PERFORM RESUBMIT-SCAN THRU RESUBMIT-SCAN-EXIT.
           CLOSE RESUBMIT-FILE.
           MOVE SPACES TO RLINE.
           STRING "ITEMS RESUBMITTED " DELIMITED BY SIZE
               RESUB-ITEM-COUNT DELIMITED BY SIZE
               " GROUPS " DELIMITED BY SIZE
               RESUB-GROUP-COUNT DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               RESUBMIT-DATASET-NAME DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       RESUBMIT-BUILD-EXIT.
           EXIT.

       RESUBMIT-SCAN.
           ADD 1 TO ITEM-IX.
           IF(ITEM-STATUS(ITEM-IX) EQUAL "C")
               PERFORM RESUBMIT-GATHER
               PERFORM RESUBMIT-GROUP THRU RESUBMIT-GROUP-EXIT.
           IF(ITEM-IX < ITEM-COUNT)
           GO TO RESUBMIT-SCAN.
       RESUBMIT-SCAN-EXIT.
           EXIT.

      *Gather from the item at ITEM-IX forward. A corrected window or
      *transform line (position 000 with a "W" or "X" image) is kept
      *aside for the group's heading; anything else counts toward
      *the header. A group is capped at the 999 records a header
      *can declare; the rest start a group of their own.
       RESUBMIT-GATHER.
           MOVE ITEM-IX TO GROUP-FIRST-IX.
           MOVE 0 TO GROUP-SIZE.
           MOVE 0 TO GROUP-DATA-COUNT.
           MOVE 0 TO GROUP-XFORM-IX.
           MOVE 0 TO GROUP-WINDOW-IX.
           MOVE ITEM-IX TO SCAN-IX.
           PERFORM RESUBMIT-GATHER-ITEM THRU
               RESUBMIT-GATHER-ITEM-EXIT.

       RESUBMIT-GATHER-ITEM.
           IF(ITEM-STATUS(SCAN-IX) NOT EQUAL "C")
           GO TO RESUBMIT-GATHER-NEXT.
           IF(ITEM-PLOT-ID(SCAN-IX) NOT EQUAL
                   ITEM-PLOT-ID(GROUP-FIRST-IX) OR
                   ITEM-RUN-DATE(SCAN-IX) NOT EQUAL
                   ITEM-RUN-DATE(GROUP-FIRST-IX) OR
                   ITEM-GROUP(SCAN-IX) NOT EQUAL
                   ITEM-GROUP(GROUP-FIRST-IX) OR
                   ITEM-INPUT-NAME(SCAN-IX) NOT EQUAL
                   ITEM-INPUT-NAME(GROUP-FIRST-IX))
           GO TO RESUBMIT-GATHER-ITEM-EXIT.
           IF(GROUP-DATA-COUNT NOT < 999)
           GO TO RESUBMIT-GATHER-ITEM-EXIT.
           IF(ITEM-POSITION(SCAN-IX) EQUAL 0 AND
                   ITEM-IMAGE(SCAN-IX)(1:1) EQUAL "X")
               MOVE SCAN-IX TO GROUP-XFORM-IX
               MOVE "R" TO ITEM-STATUS(SCAN-IX)
               MOVE TODAY-DATE TO ITEM-STATUS-DATE(SCAN-IX)
               ADD 1 TO RESUB-ITEM-COUNT
               GO TO RESUBMIT-GATHER-NEXT.
           IF(ITEM-POSITION(SCAN-IX) EQUAL 0 AND
                   ITEM-IMAGE(SCAN-IX)(1:1) EQUAL "W")
               MOVE SCAN-IX TO GROUP-WINDOW-IX
               MOVE "R" TO ITEM-STATUS(SCAN-IX)
               MOVE TODAY-DATE TO ITEM-STATUS-DATE(SCAN-IX)
               ADD 1 TO RESUB-ITEM-COUNT
               GO TO RESUBMIT-GATHER-NEXT.
           ADD 1 TO GROUP-SIZE.
           ADD 1 TO GROUP-DATA-COUNT.
           MOVE SCAN-IX TO GROUP-ITEM-IX(GROUP-SIZE).
       RESUBMIT-GATHER-NEXT.
           IF(SCAN-IX < ITEM-COUNT)
               ADD 1 TO SCAN-IX
               GO TO RESUBMIT-GATHER-ITEM.
       RESUBMIT-GATHER-ITEM-EXIT.
           EXIT.

       RESUBMIT-GROUP.
           IF(GROUP-DATA-COUNT EQUAL 0 AND GROUP-XFORM-IX EQUAL 0
                   AND GROUP-WINDOW-IX EQUAL 0)
           GO TO RESUBMIT-GROUP-EXIT.
           IF(RESUB-OPEN-FLAG EQUAL "Y")
               MOVE "G" TO RESUBMIT-LINE
               WRITE RESUBMIT-LINE.
           MOVE "Y" TO RESUB-OPEN-FLAG.
           ADD 1 TO RESUB-GROUP-COUNT.
           MOVE SPACES TO RESUBMIT-LINE.
           MOVE GROUP-DATA-COUNT TO RESUBMIT-HEADER-COUNT.
           WRITE RESUBMIT-LINE.
           IF(GROUP-XFORM-IX > 0)
               MOVE ITEM-IMAGE(GROUP-XFORM-IX) TO RESUBMIT-LINE
               WRITE RESUBMIT-LINE
           ELSE IF(ITEM-XFORM-IMAGE(GROUP-FIRST-IX) NOT EQUAL
                   SPACES)
               MOVE ITEM-XFORM-IMAGE(GROUP-FIRST-IX) TO
                   RESUBMIT-LINE
               WRITE RESUBMIT-LINE.
           IF(GROUP-WINDOW-IX > 0)
               MOVE ITEM-IMAGE(GROUP-WINDOW-IX) TO RESUBMIT-LINE
               WRITE RESUBMIT-LINE
           ELSE IF(ITEM-WINDOW-IMAGE(GROUP-FIRST-IX) NOT EQUAL
                   SPACES)
               MOVE ITEM-WINDOW-IMAGE(GROUP-FIRST-IX) TO
                   RESUBMIT-LINE
               WRITE RESUBMIT-LINE.
           MOVE 0 TO GROUP-IX.
           IF(GROUP-SIZE > 0)
               PERFORM RESUBMIT-RECORD.
           MOVE SPACES TO RESUBMIT-LINE.
           MOVE "T" TO RESUBMIT-CODE.
           MOVE GROUP-DATA-COUNT TO RESUBMIT-COUNT.
           WRITE RESUBMIT-LINE.
           MOVE SPACES TO RLINE.
           STRING "RESUBMIT GROUP " DELIMITED BY SIZE
               RESUB-GROUP-COUNT DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               GROUP-DATA-COUNT DELIMITED BY SIZE
               " FROM PLOT " DELIMITED BY SIZE
               ITEM-PLOT-ID(GROUP-FIRST-IX) DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               ITEM-RUN-DATE(GROUP-FIRST-IX) DELIMITED BY SIZE
               " G" DELIMITED BY SIZE
               ITEM-GROUP(GROUP-FIRST-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-INPUT-NAME(GROUP-FIRST-IX) DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       RESUBMIT-GROUP-EXIT.
           EXIT.

       RESUBMIT-RECORD.
           ADD 1 TO GROUP-IX.
           MOVE GROUP-ITEM-IX(GROUP-IX) TO SCAN-IX.
           MOVE ITEM-IMAGE(SCAN-IX) TO RESUBMIT-LINE.
           WRITE RESUBMIT-LINE.
           MOVE "R" TO ITEM-STATUS(SCAN-IX).
           MOVE TODAY-DATE TO ITEM-STATUS-DATE(SCAN-IX).
           ADD 1 TO RESUB-ITEM-COUNT.
           IF(GROUP-IX < GROUP-SIZE)
           GO TO RESUBMIT-RECORD.

      *The following 2 functions drop cleared items - written off or
      *resubmitted - whose last status change is older than the
      *purge date. Open and corrected items are never purged.
       CLEARED-PURGE.
           MOVE 0 TO ITEM-IX.
           MOVE 0 TO KEEP-COUNT.
           IF(ITEM-COUNT > 0)
               PERFORM CLEARED-PURGE-ITEM.
           MOVE KEEP-COUNT TO ITEM-COUNT.
           MOVE SPACES TO RLINE.
           STRING "ITEMS PURGED " DELIMITED BY SIZE
               PURGE-COUNT DELIMITED BY SIZE
               " DATED BEFORE " DELIMITED BY SIZE
               MODE-VALUE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

       CLEARED-PURGE-ITEM.
           ADD 1 TO ITEM-IX.
           IF((ITEM-STATUS(ITEM-IX) EQUAL "W" OR ITEM-STATUS(ITEM-IX)
                   EQUAL "R") AND ITEM-STATUS-DATE(ITEM-IX) <
                   MODE-VALUE)
               ADD 1 TO PURGE-COUNT
           ELSE
               ADD 1 TO KEEP-COUNT
               MOVE ITEM-ENTRY(ITEM-IX) TO ITEM-ENTRY(KEEP-COUNT).
           IF(ITEM-IX < ITEM-COUNT)
           GO TO CLEARED-PURGE-ITEM.

      *The following 2 functions write the worked queue back whole.
       SUSPENSE-REWRITE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN SUSPENSE-FILE ("
                  SUSPENSE-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 0 TO ITEM-IX.
           IF(ITEM-COUNT > 0)
               PERFORM SUSPENSE-REWRITE-ITEM.
           CLOSE SUSPENSE-FILE.
       SUSPENSE-REWRITE-EXIT.
           EXIT.

       SUSPENSE-REWRITE-ITEM.
           ADD 1 TO ITEM-IX.
           MOVE ITEM-ENTRY(ITEM-IX) TO SUSP-REC.
           WRITE SUSP-REC.
           IF(ITEM-IX < ITEM-COUNT)
           GO TO SUSPENSE-REWRITE-ITEM.

      *The following function lists one item not yet cleared with
      *its age in days since it was filed, and drops it into its
      *aging bucket; cleared items are only counted.
       AGING-REPORT-LINE.
           ADD 1 TO ITEM-IX.
           IF(ITEM-STATUS(ITEM-IX) EQUAL "W")
               ADD 1 TO WRITTEN-OFF-COUNT.
           IF(ITEM-STATUS(ITEM-IX) EQUAL "R")
               ADD 1 TO RESUBMITTED-COUNT.
           IF(ITEM-STATUS(ITEM-IX) NOT EQUAL "O" AND
                   ITEM-STATUS(ITEM-IX) NOT EQUAL "C")
           GO TO AGING-REPORT-NEXT.
           IF(ITEM-STATUS(ITEM-IX) EQUAL "O")
               ADD 1 TO OPEN-COUNT
           ELSE
               ADD 1 TO CORRECTED-COUNT.
           MOVE 0 TO AGE-DAYS.
           MOVE ITEM-SUSPENDED-DATE(ITEM-IX) TO DATE-WORK.
           IF(DATE-WORK NUMERIC)
               PERFORM DAY-NUMBER-CALC
               IF(TODAY-DAY-NUMBER > DAY-NUMBER)
                   COMPUTE AGE-DAYS = TODAY-DAY-NUMBER - DAY-NUMBER.
           IF(AGE-DAYS < 8)
               ADD 1 TO AGED-0-7
           ELSE IF(AGE-DAYS < 31)
               ADD 1 TO AGED-8-30
           ELSE IF(AGE-DAYS < 91)
               ADD 1 TO AGED-31-90
           ELSE
               ADD 1 TO AGED-OVER-90.
           MOVE AGE-DAYS TO AGE-EDIT.
           MOVE SPACES TO RLINE.
           STRING "ITEM " DELIMITED BY SIZE
               ITEM-IX DELIMITED BY SIZE
               " AGE" DELIMITED BY SIZE
               AGE-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-STATUS(ITEM-IX) DELIMITED BY SIZE
               " PLOT " DELIMITED BY SIZE
               ITEM-PLOT-ID(ITEM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-RUN-DATE(ITEM-IX) DELIMITED BY SIZE
               " G" DELIMITED BY SIZE
               ITEM-GROUP(ITEM-IX) DELIMITED BY SIZE
               " POS " DELIMITED BY SIZE
               ITEM-POSITION(ITEM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-REASON-CODE(ITEM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-REASON(ITEM-IX) DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "           IMAGE " DELIMITED BY SIZE
               ITEM-IMAGE(ITEM-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-INPUT-NAME(ITEM-IX) DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       AGING-REPORT-NEXT.
           IF(ITEM-IX < ITEM-COUNT)
           GO TO AGING-REPORT-LINE.

       AGING-TOTALS.
           MOVE SPACES TO RLINE.
           STRING "AGED 0-7 DAYS " DELIMITED BY SIZE
               AGED-0-7 DELIMITED BY SIZE
               " 8-30 " DELIMITED BY SIZE
               AGED-8-30 DELIMITED BY SIZE
               " 31-90 " DELIMITED BY SIZE
               AGED-31-90 DELIMITED BY SIZE
               " OVER 90 " DELIMITED BY SIZE
               AGED-OVER-90 DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "OPEN " DELIMITED BY SIZE
               OPEN-COUNT DELIMITED BY SIZE
               " CORRECTED " DELIMITED BY SIZE
               CORRECTED-COUNT DELIMITED BY SIZE
               " WRITTEN OFF " DELIMITED BY SIZE
               WRITTEN-OFF-COUNT DELIMITED BY SIZE
               " RESUBMITTED " DELIMITED BY SIZE
               RESUBMITTED-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.

      *The following function turns the YYYYMMDD date in DATE-WORK
      *into a running day number, so two dates can be subtracted to
      *give the days between them. The year is counted from March,
      *which puts the leap day last and lets every month's offset
      *come from one division instead of a table.
       DAY-NUMBER-CALC.
           MOVE DATE-YYYY TO CAL-YEAR.
           MOVE DATE-MM TO CAL-MONTH.
           IF(CAL-MONTH < 3)
               SUBTRACT 1 FROM CAL-YEAR
               ADD 12 TO CAL-MONTH.
           DIVIDE CAL-YEAR BY 4 GIVING CAL-QUOT-4.
           DIVIDE CAL-YEAR BY 100 GIVING CAL-QUOT-100.
           DIVIDE CAL-YEAR BY 400 GIVING CAL-QUOT-400.
           COMPUTE CAL-MONTH-WORK = 153 * (CAL-MONTH - 3) + 2.
           DIVIDE CAL-MONTH-WORK BY 5 GIVING CAL-MONTH-DAYS.
           COMPUTE DAY-NUMBER = CAL-YEAR * 365 + CAL-QUOT-4 -
               CAL-QUOT-100 + CAL-QUOT-400 + CAL-MONTH-DAYS +
               DATE-DD.
