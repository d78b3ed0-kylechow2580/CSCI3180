      *Companion to ASSIGNMENT: merges the coordinate feeds the
      *sending systems transmit - each its own file with its own
      *header and "T" trailer - into the one multi-group input
      *dataset INPEDIT and ASSIGNMENT read, instead of stitching
      *them together by hand. The feed list names one feed per
      *line with the sender it came from. Every feed is checked on
      *arrival before any of it is copied: each group's header must
      *be numeric, and its data records - the "W" window and "X"
      *transform lines right after the header are not counted, as
      *ASSIGNMENT does not count them - must agree with both the
      *header and the "T" trailer; a feed holding more than one
      *group must separate them with "G" records. A feed that
      *fails is held back whole. The good feeds are copied in list
      *order, each group renumbered into the merged file with a
      *fresh header and trailer and a "G" delimiter between groups.
      *The transmission control log gets one record per feed - the
      *sender, the records and groups it sent, and the group
      *numbers it was given in the merged file, or why it was held
      *- so a group ASSIGNMENT flags can be traced to its sender.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FEEDMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LIST-FILE ASSIGN DISK FROM FEED-LIST-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT FEED-FILE ASSIGN DISK FROM FEED-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT MERGED-FILE ASSIGN DISK FROM MERGED-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT XMIT-LOG-FILE ASSIGN DISK FROM XMIT-LOG-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Feed list: the sending system's ID in columns 1-8, then the
      *dataset its feed arrived in.
       FD FEED-LIST-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS FEED-CARD.
       01 FEED-CARD.
           03 FEED-SENDER PIC X(8).
           03 FILLER PIC X.
           03 FEED-NAME PIC X(40).
      *One incoming feed, in ASSIGNMENT's input layout. Only the
      *leading column and the header and trailer counts are looked
      *at; every other line is copied as it came.
       FD FEED-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS FEED-LINE.
       01 FEED-LINE PIC X(80).
       01 FEED-CODE-VIEW.
           03 FEED-CODE PIC X.
       01 FEED-HEADER-LINE.
           03 FEED-HEADER-DIGIT-1 PIC 9.
           03 FEED-HEADER-DIGIT-2 PIC 9.
           03 FEED-HEADER-DIGIT-3 PIC 9.
       01 FEED-TRAILER-LINE.
           03 FEED-TRAILER-CODE PIC X.
           03 FEED-TRAILER-DIGIT-1 PIC 9.
           03 FEED-TRAILER-DIGIT-2 PIC 9.
           03 FEED-TRAILER-DIGIT-3 PIC 9.
      *The merged input dataset, in ASSIGNMENT's input layout; the
      *header and trailer are always written in the 3-digit form.
       FD MERGED-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS MERGED-LINE.
       01 MERGED-LINE PIC X(80).
       01 MERGED-HEADER-LINE.
           03 MERGED-HEADER-COUNT PIC 999.
       01 MERGED-TRAILER-LINE.
           03 MERGED-TRAILER-CODE PIC X.
           03 MERGED-TRAILER-COUNT PIC 999.
      *Transmission control log: one record per feed per merge run,
      *appended so the history outlives the merged dataset. Status
      *"M" merged, with the first and last group numbers the feed
      *was given in the merged dataset; "H" held back, with the
      *reason, the groups checked before the fault was found, and
      *000 group numbers.
       FD XMIT-LOG-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS XMIT-REC.
       01 XMIT-REC.
           03 XMIT-MERGE-DATE PIC X(8).
           03 FILLER PIC X.
           03 XMIT-MERGE-TIME PIC X(6).
           03 FILLER PIC X.
           03 XMIT-SENDER PIC X(8).
           03 FILLER PIC X.
           03 XMIT-STATUS PIC X.
           03 FILLER PIC X.
           03 XMIT-GROUPS PIC 999.
           03 FILLER PIC X.
           03 XMIT-RECORDS PIC 9(5).
           03 FILLER PIC X.
           03 XMIT-FIRST-GROUP PIC 999.
           03 FILLER PIC X.
           03 XMIT-LAST-GROUP PIC 999.
           03 FILLER PIC X.
           03 XMIT-FEED-NAME PIC X(40).
           03 FILLER PIC X.
           03 XMIT-MERGED-NAME PIC X(40).
           03 FILLER PIC X.
           03 XMIT-REASON PIC X(30).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 FEED-LIST-DATASET-NAME PIC X(40) VALUE "feedlist.txt".
           01 FEED-DATASET-NAME PIC X(40) VALUE SPACES.
           01 MERGED-DATASET-NAME PIC X(40) VALUE "input.txt".
           01 XMIT-LOG-DATASET-NAME PIC X(40) VALUE "xmitlog.txt".
           01 MERGE-DATE PIC X(8) VALUE SPACES.
           01 MERGE-TIME.
               03 MERGE-HHMMSS PIC X(6).
               03 MERGE-HUND PIC 99.
           01 LIST-EOF-FLAG PIC X VALUE "N".
           01 FEED-EOF-FLAG PIC X VALUE "N".
           01 LEAD-IN-FLAG PIC X VALUE "N".
           01 FEED-REASON PIC X(30) VALUE SPACES.
           01 FEED-COUNT PIC 999 VALUE 0.
           01 MERGED-COUNT PIC 999 VALUE 0.
           01 HELD-COUNT PIC 999 VALUE 0.
           01 MERGED-GROUP-COUNT PIC 999 VALUE 0.
           01 MERGED-RECORD-TOTAL PIC 9(7) VALUE 0.
           01 FEED-GROUP-COUNT PIC 999 VALUE 0.
           01 FEED-RECORD-COUNT PIC 9(5) VALUE 0.
           01 FEED-FIRST-GROUP PIC 999 VALUE 0.
           01 GROUP-RECORD-COUNT PIC 9(5) VALUE 0.
           01 HEADER-COUNT PIC 999 VALUE 0.
           01 TRAILER-COUNT PIC 999 VALUE 0.
           01 MERGE-RC PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: overrides for the feed list, the merged input
      *dataset, and the transmission control log dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT FEED-LIST-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT MERGED-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT XMIT-LOG-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ACCEPT MERGE-DATE FROM DATE YYYYMMDD.
           ACCEPT MERGE-TIME FROM TIME.

           OPEN INPUT FEED-LIST-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN FEED-LIST-FILE ("
                  FEED-LIST-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT MERGED-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN MERGED-FILE ("
                  MERGED-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE FEED-LIST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      *The log is cumulative: extended when it exists, created on
      *the first merge.
           OPEN EXTEND XMIT-LOG-FILE.
           IF(FILE-STATUS EQUAL 35)
               OPEN OUTPUT XMIT-LOG-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN XMIT-LOG-FILE ("
                  XMIT-LOG-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE FEED-LIST-FILE
              CLOSE MERGED-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM FEED-LIST-READ.
           CLOSE FEED-LIST-FILE.
           CLOSE MERGED-FILE.
           CLOSE XMIT-LOG-FILE.
           DISPLAY "FEEDS " FEED-COUNT " MERGED " MERGED-COUNT
               " HELD " HELD-COUNT.
           DISPLAY "MERGED " MERGED-DATASET-NAME " GROUPS "
               MERGED-GROUP-COUNT " RECORDS " MERGED-RECORD-TOTAL.
      *Condition code: 16 as above, 12 when no feed could be merged
      *and the plot step has nothing to run on, 4 when a feed was
      *held back but the merged dataset stands for the rest, 0 when
      *every feed went in.
           MOVE 0 TO MERGE-RC.
           IF(HELD-COUNT > 0)
               MOVE 4 TO MERGE-RC.
           IF(MERGED-COUNT EQUAL 0)
               MOVE 12 TO MERGE-RC.
           MOVE MERGE-RC TO RETURN-CODE.
           STOP RUN.

      *The following 2 functions take the feed list one feed at a
      *time: the feed is checked whole, then copied into the merged
      *dataset or held back, and logged either way.
       FEED-LIST-READ.
           READ FEED-LIST-FILE
               AT END
                   MOVE "Y" TO LIST-EOF-FLAG.
           IF(LIST-EOF-FLAG NOT EQUAL "Y")
               IF(FEED-CARD NOT EQUAL SPACES)
                   ADD 1 TO FEED-COUNT
                   PERFORM FEED-TAKE THRU FEED-TAKE-EXIT
                   GO TO FEED-LIST-READ
               ELSE
                   GO TO FEED-LIST-READ.

       FEED-TAKE.
           MOVE SPACES TO FEED-REASON.
           MOVE 0 TO FEED-GROUP-COUNT.
           MOVE 0 TO FEED-RECORD-COUNT.
           MOVE 0 TO FEED-FIRST-GROUP.
           IF(FEED-NAME EQUAL SPACES)
               MOVE "NO FEED DATASET NAME" TO FEED-REASON
               GO TO FEED-TAKE-HOLD.
           MOVE FEED-NAME TO FEED-DATASET-NAME.
           OPEN INPUT FEED-FILE.
           IF(FILE-STATUS EQUAL 35)
               MOVE "FEED NOT FOUND" TO FEED-REASON
               GO TO FEED-TAKE-HOLD.
           IF(FILE-STATUS NOT EQUAL 00)
               MOVE "FEED WILL NOT OPEN" TO FEED-REASON
               GO TO FEED-TAKE-HOLD.
           PERFORM FEED-CHECK THRU FEED-CHECK-EXIT.
           CLOSE FEED-FILE.
           IF(FEED-REASON NOT EQUAL SPACES)
               GO TO FEED-TAKE-HOLD.
           IF(MERGED-GROUP-COUNT + FEED-GROUP-COUNT > 999)
               MOVE "MERGED DATASET FULL" TO FEED-REASON
               GO TO FEED-TAKE-HOLD.
           OPEN INPUT FEED-FILE.
           IF(FILE-STATUS NOT EQUAL 00)
               MOVE "FEED WILL NOT OPEN" TO FEED-REASON
               GO TO FEED-TAKE-HOLD.
           COMPUTE FEED-FIRST-GROUP = MERGED-GROUP-COUNT + 1.
           PERFORM FEED-COPY THRU FEED-COPY-EXIT.
           CLOSE FEED-FILE.
           ADD 1 TO MERGED-COUNT.
           ADD FEED-RECORD-COUNT TO MERGED-RECORD-TOTAL.
           PERFORM XMIT-LOG-SET.
           MOVE "M" TO XMIT-STATUS.
           MOVE FEED-FIRST-GROUP TO XMIT-FIRST-GROUP.
           MOVE MERGED-GROUP-COUNT TO XMIT-LAST-GROUP.
           WRITE XMIT-REC.
           GO TO FEED-TAKE-EXIT.
       FEED-TAKE-HOLD.
           ADD 1 TO HELD-COUNT.
           DISPLAY "FEED HELD: " FEED-SENDER " " FEED-NAME " - "
               FEED-REASON.
           PERFORM XMIT-LOG-SET.
           MOVE "H" TO XMIT-STATUS.
           MOVE 0 TO XMIT-FIRST-GROUP.
           MOVE 0 TO XMIT-LAST-GROUP.
           MOVE FEED-REASON TO XMIT-REASON.
           WRITE XMIT-REC.
       FEED-TAKE-EXIT.
           EXIT.

       XMIT-LOG-SET.
           MOVE SPACES TO XMIT-REC.
           MOVE MERGE-DATE TO XMIT-MERGE-DATE.
           MOVE MERGE-HHMMSS TO XMIT-MERGE-TIME.
           MOVE FEED-SENDER TO XMIT-SENDER.
           MOVE FEED-GROUP-COUNT TO XMIT-GROUPS.
           MOVE FEED-RECORD-COUNT TO XMIT-RECORDS.
           MOVE FEED-NAME TO XMIT-FEED-NAME.
           MOVE MERGED-DATASET-NAME TO XMIT-MERGED-NAME.

      *The following function checks a feed end to end without
      *copying any of it, the way ASSIGNMENT will walk it: header,
      *the "W"/"X" lead-in, data records up to the "T" trailer,
      *then end of feed or a "G" and the next group. The first
      *fault found is the reason the feed is held.
       FEED-CHECK.
           MOVE "N" TO FEED-EOF-FLAG.
       FEED-CHECK-GROUP.
           PERFORM FEED-READ.
           IF(FEED-EOF-FLAG EQUAL "Y" AND FEED-GROUP-COUNT EQUAL 0)
               MOVE "EMPTY FEED" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           IF(FEED-EOF-FLAG EQUAL "Y")
               MOVE "FEED ENDS AFTER DELIMITER" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           ADD 1 TO FEED-GROUP-COUNT.
           IF(FEED-HEADER-DIGIT-1 NOT NUMERIC OR FEED-HEADER-DIGIT-2
                   NOT NUMERIC OR (FEED-HEADER-DIGIT-3 NOT NUMERIC
                   AND FEED-HEADER-DIGIT-3 NOT EQUAL SPACE))
               MOVE "HEADER NOT NUMERIC" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           PERFORM HEADER-COUNT-SET.
           MOVE 0 TO GROUP-RECORD-COUNT.
           MOVE "Y" TO LEAD-IN-FLAG.
       FEED-CHECK-RECORD.
           PERFORM FEED-READ.
           IF(FEED-EOF-FLAG EQUAL "Y" OR FEED-CODE EQUAL "G")
               MOVE "TRAILER MISSING" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           IF(FEED-CODE EQUAL "T")
           GO TO FEED-CHECK-TRAILER.
           IF(LEAD-IN-FLAG EQUAL "Y" AND (FEED-CODE EQUAL "W" OR
                   FEED-CODE EQUAL "X"))
           GO TO FEED-CHECK-RECORD.
           MOVE "N" TO LEAD-IN-FLAG.
           ADD 1 TO GROUP-RECORD-COUNT.
           GO TO FEED-CHECK-RECORD.
       FEED-CHECK-TRAILER.
           IF(FEED-TRAILER-DIGIT-1 NOT NUMERIC OR
                   FEED-TRAILER-DIGIT-2 NOT NUMERIC OR
                   (FEED-TRAILER-DIGIT-3 NOT NUMERIC AND
                   FEED-TRAILER-DIGIT-3 NOT EQUAL SPACE))
               MOVE "TRAILER NOT NUMERIC" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           IF(FEED-TRAILER-DIGIT-3 NOT EQUAL SPACE)
               COMPUTE TRAILER-COUNT = FEED-TRAILER-DIGIT-1 * 100 +
                   FEED-TRAILER-DIGIT-2 * 10 + FEED-TRAILER-DIGIT-3
           ELSE
               COMPUTE TRAILER-COUNT = FEED-TRAILER-DIGIT-1 * 10 +
                   FEED-TRAILER-DIGIT-2.
           IF(TRAILER-COUNT NOT EQUAL GROUP-RECORD-COUNT)
               MOVE "TRAILER COUNT MISMATCH" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           IF(HEADER-COUNT NOT EQUAL GROUP-RECORD-COUNT)
               MOVE "HEADER COUNT MISMATCH" TO FEED-REASON
               GO TO FEED-CHECK-EXIT.
           ADD GROUP-RECORD-COUNT TO FEED-RECORD-COUNT.
           PERFORM FEED-READ.
           IF(FEED-EOF-FLAG EQUAL "Y")
           GO TO FEED-CHECK-EXIT.
           IF(FEED-CODE EQUAL "G")
           GO TO FEED-CHECK-GROUP.
           MOVE "GROUP DELIMITER MISSING" TO FEED-REASON.
       FEED-CHECK-EXIT.
           EXIT.

      *The following function copies a feed that passed its check.
      *Each of its groups becomes the next group of the merged
      *dataset: a "G" ahead of every group but the merged file's
      *first, the header rewritten in the 3-digit form, the lead-in
      *and data records as they came, and a fresh trailer.
       FEED-COPY.
           MOVE "N" TO FEED-EOF-FLAG.
       FEED-COPY-GROUP.
           PERFORM FEED-READ.
           PERFORM HEADER-COUNT-SET.
           IF(MERGED-GROUP-COUNT > 0)
               MOVE SPACES TO MERGED-LINE
               MOVE "G" TO MERGED-LINE
               WRITE MERGED-LINE.
           ADD 1 TO MERGED-GROUP-COUNT.
           MOVE SPACES TO MERGED-LINE.
           MOVE HEADER-COUNT TO MERGED-HEADER-COUNT.
           WRITE MERGED-LINE.
       FEED-COPY-RECORD.
           PERFORM FEED-READ.
           IF(FEED-CODE NOT EQUAL "T")
               MOVE FEED-LINE TO MERGED-LINE
               WRITE MERGED-LINE
               GO TO FEED-COPY-RECORD.
           MOVE SPACES TO MERGED-LINE.
           MOVE "T" TO MERGED-TRAILER-CODE.
           MOVE HEADER-COUNT TO MERGED-TRAILER-COUNT.
           WRITE MERGED-LINE.
           PERFORM FEED-READ.
           IF(FEED-EOF-FLAG NOT EQUAL "Y")
           GO TO FEED-COPY-GROUP.
       FEED-COPY-EXIT.
           EXIT.

      *A header carries 3 digits, or 2 and a SPACE in the legacy
      *form ASSIGNMENT still honours.
       HEADER-COUNT-SET.
           IF(FEED-HEADER-DIGIT-3 NOT EQUAL SPACE)
               COMPUTE HEADER-COUNT = FEED-HEADER-DIGIT-1 * 100 +
                   FEED-HEADER-DIGIT-2 * 10 + FEED-HEADER-DIGIT-3
           ELSE
               COMPUTE HEADER-COUNT = FEED-HEADER-DIGIT-1 * 10 +
                   FEED-HEADER-DIGIT-2.

       FEED-READ.
           READ FEED-FILE
               AT END
                   MOVE "Y" TO FEED-EOF-FLAG
                   MOVE SPACES TO FEED-LINE.
