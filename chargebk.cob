      *Companion to ASSIGNMENT: prices a month of plotting runs from
      *the cumulative run log and bills them back to the departments
      *that asked for them. Each run is charged from the rate table
      *- a fee per run, a rate per point plotted, per shape drawn,
      *and per page of output.txt printed, and a surcharge when the
      *run archived to the catalog and when it was a restart. The
      *invoice listing gives each requesting department its runs
      *cost centre by cost centre with their totals; the general-
      *ledger interface file gets one debit line per cost centre
      *charged and one credit line to the plotting service's own
      *cost centre for the month's total. A run that ended RC 16
      *produced nothing and is listed but not charged; a run logged
      *with no requesting department is listed under the unassigned
      *heading and not charged either.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CHARGEBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN DISK FROM RATE-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN DISK FROM RUN-LOG-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN DISK FROM INVOICE-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN DISK FROM LEDGER-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Rate table: one card per rate, the rate code in columns 1-8
      *and the amount from column 10 as 5 digits, a point, and 4
      *decimal places (RUN, POINT, SHAPE, PAGE, ARCHIVE, RESTART),
      *plus a SERVICE card naming the plotting service's cost centre
      *in columns 10-19 for the ledger credit. A "*" in column 1
      *marks a comment card.
       FD RATE-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS RATE-CARD.
       01 RATE-CARD.
           03 RATE-CODE PIC X(8).
           03 FILLER PIC X.
           03 RATE-WHOLE PIC 9(5).
           03 RATE-POINT PIC X.
           03 RATE-FRACTION PIC 9(4).
           03 FILLER PIC X(61).
       01 SERVICE-CARD.
           03 FILLER PIC X(9).
           03 SERVICE-CARD-COST-CENTRE PIC X(10).
       01 RATE-COMMENT-VIEW.
           03 RATE-FIRST PIC X.
      *The run-log record layout must stay in step with the one in
      *ASSIGNMENT, which appends these records, and the ones in
      *RUNREPT and RECONCIL.
       FD RUN-LOG-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS LOG-REC.
       01 LOG-REC.
           03 LOG-RUN-DATE.
               05 LOG-RUN-MONTH PIC X(6).
               05 FILLER PIC XX.
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
       FD INVOICE-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE.
           03 RLINE PIC X(99).
      *General-ledger interface: one line per posting - the month,
      *"D" debit or "C" credit, the cost centre and department
      *posted to (blank on the service credit), the amount in
      *pence with the decimal point implied, and a description.
       FD LEDGER-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS LEDGER-REC.
       01 LEDGER-REC.
           03 LEDGER-MONTH PIC X(6).
           03 FILLER PIC X.
           03 LEDGER-SIDE PIC X.
           03 FILLER PIC X.
           03 LEDGER-COST-CENTRE PIC X(10).
           03 FILLER PIC X.
           03 LEDGER-DEPT PIC X(8).
           03 FILLER PIC X.
           03 LEDGER-AMOUNT PIC 9(9)V99.
           03 FILLER PIC X.
           03 LEDGER-DESC PIC X(30).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 RATE-DATASET-NAME PIC X(40) VALUE "rates.txt".
           01 RUN-LOG-DATASET-NAME PIC X(40) VALUE "runlog.txt".
           01 INVOICE-DATASET-NAME PIC X(40) VALUE "invoice.txt".
           01 LEDGER-DATASET-NAME PIC X(40) VALUE "glint.txt".
           01 CHARGE-MONTH PIC X(6) VALUE SPACES.
           01 TODAY-DATE.
               03 TODAY-MONTH PIC X(6).
               03 FILLER PIC XX.
           01 RATE-EOF-FLAG PIC X VALUE "N".
           01 RATE-BAD-FLAG PIC X VALUE "N".
           01 LOG-EOF-FLAG PIC X VALUE "N".
           01 TABLE-FULL-FLAG PIC X VALUE "N".
           01 HEADING-FLAG PIC X VALUE "N".
           01 DEPT-FOUND-FLAG PIC X VALUE "N".
           01 DEPT-SWAP-FLAG PIC X VALUE "N".
           01 RUN-CHARGED-FLAG PIC X VALUE "N".
           01 CHARGE-RC PIC 99 VALUE 0.
      *One flag per card the rate table must carry, in the order
      *RUN, POINT, SHAPE, PAGE, ARCHIVE, RESTART, SERVICE.
           01 RATE-SEEN-LIST.
               03 RUN-FEE-SEEN PIC X VALUE "N".
               03 POINT-RATE-SEEN PIC X VALUE "N".
               03 SHAPE-RATE-SEEN PIC X VALUE "N".
               03 PAGE-RATE-SEEN PIC X VALUE "N".
               03 ARCHIVE-FEE-SEEN PIC X VALUE "N".
               03 RESTART-FEE-SEEN PIC X VALUE "N".
               03 SERVICE-SEEN PIC X VALUE "N".
           01 RATE-NUMBER.
               03 RATE-NUMBER-WHOLE PIC 9(5).
               03 RATE-NUMBER-FRACTION PIC 9(4).
           01 RATE-VALUE REDEFINES RATE-NUMBER PIC 9(5)V9(4).
           01 RUN-FEE PIC 9(5)V9(4) VALUE 0.
           01 POINT-RATE PIC 9(5)V9(4) VALUE 0.
           01 SHAPE-RATE PIC 9(5)V9(4) VALUE 0.
           01 PAGE-RATE PIC 9(5)V9(4) VALUE 0.
           01 ARCHIVE-FEE PIC 9(5)V9(4) VALUE 0.
           01 RESTART-FEE PIC 9(5)V9(4) VALUE 0.
           01 SERVICE-COST-CENTRE PIC X(10) VALUE SPACES.
           01 RUN-PAGES PIC 999 VALUE 0.
           01 CHARGE-WORK PIC 9(11)V9(4) VALUE 0.
           01 RUN-CHARGE PIC 9(9)V99 VALUE 0.
           01 RUN-FLAGS.
               03 RUN-ARCHIVE-FLAG PIC X.
               03 RUN-RESTART-FLAG PIC X.
           01 RUN-KEY.
               03 RUN-KEY-DEPT PIC X(8).
               03 RUN-KEY-COST-CENTRE PIC X(10).
           01 RUN-TOTAL PIC 9(5) VALUE 0.
           01 CHARGED-TOTAL PIC 9(5) VALUE 0.
           01 FAILED-TOTAL PIC 9(5) VALUE 0.
           01 UNASSIGNED-TOTAL PIC 9(5) VALUE 0.
           01 AMOUNT-TOTAL PIC 9(9)V99 VALUE 0.
           01 DEPT-AMOUNT-TOTAL PIC 9(9)V99 VALUE 0.
           01 PRIOR-DEPT PIC X(8) VALUE SPACES.
           01 CHARGE-EDIT PIC Z,ZZZ,ZZ9.99.
           01 CHARGE-TEXT PIC X(21).
           01 AMOUNT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           01 DEPT-COUNT PIC 999 VALUE 0.
           01 DEPT-IX PIC 999 VALUE 0.
      *One entry per department and cost centre billed in the month.
           01 DEPT-LIST.
               03 DEPT-ENTRY OCCURS 200.
                   05 DEPT-KEY.
                       07 DEPT-CODE PIC X(8).
                       07 DEPT-COST-CENTRE PIC X(10).
                   05 DEPT-RUNS PIC 9(5).
                   05 DEPT-CHARGED PIC 9(5).
                   05 DEPT-AMOUNT PIC 9(9)V99.
           01 DEPT-SWAP PIC X(39).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the month to bill as YYYYMMDD's first six
      *digits (left off bills the current month), then overrides
      *for the rate table, run-log, invoice, and ledger interface
      *dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CHARGE-MONTH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 2 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT RATE-DATASET-NAME FROM ARGUMENT-VALUE
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
           ACCEPT INVOICE-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 5 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT LEDGER-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(CHARGE-MONTH EQUAL SPACES)
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE TODAY-MONTH TO CHARGE-MONTH.
           IF(CHARGE-MONTH NOT NUMERIC)
               DISPLAY "BAD CHARGE MONTH: " CHARGE-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *The whole rate table is read and checked before any run is
      *priced; a bad or missing card stops the job rather than
      *billing the month at the wrong rates.
           OPEN INPUT RATE-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN RATE-FILE ("
                  RATE-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM RATE-READ.
           CLOSE RATE-FILE.
           IF(RATE-SEEN-LIST NOT EQUAL "YYYYYYY")
               DISPLAY "RATE TABLE NEEDS RUN, POINT, SHAPE, PAGE, "
                   "ARCHIVE, RESTART, AND SERVICE CARDS"
               MOVE "Y" TO RATE-BAD-FLAG.
           IF(RATE-BAD-FLAG EQUAL "Y")
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           OPEN INPUT RUN-LOG-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN RUN-LOG-FILE ("
                  RUN-LOG-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT INVOICE-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN INVOICE-FILE ("
                  INVOICE-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE RUN-LOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT LEDGER-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN LEDGER-FILE ("
                  LEDGER-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE RUN-LOG-FILE
              CLOSE INVOICE-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *First pass: price every run in the month and total it under
      *its department and cost centre.
           PERFORM LOG-READ.
           CLOSE RUN-LOG-FILE.
           IF(DEPT-COUNT > 1)
               PERFORM DEPT-SORT THRU DEPT-SORT-EXIT.

      *Second pass: the invoice, one department at a time, listing
      *each cost centre's runs from the log again.
           MOVE SPACES TO RLINE.
           STRING "PLOTTING SERVICE CHARGEBACK FOR MONTH "
               DELIMITED BY SIZE
               CHARGE-MONTH DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           WRITE REPORT-LINE.
           MOVE 0 TO DEPT-IX.
           MOVE "N" TO HEADING-FLAG.
           IF(DEPT-COUNT > 0)
               PERFORM INVOICE-ENTRY.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               MOVE "TABLE FULL - INVOICE INCOMPLETE" TO RLINE
               WRITE REPORT-LINE.
           MOVE AMOUNT-TOTAL TO AMOUNT-EDIT.
           MOVE SPACES TO RLINE.
           STRING "SERVICE TOTAL RUNS " DELIMITED BY SIZE
               RUN-TOTAL DELIMITED BY SIZE
               " CHARGED " DELIMITED BY SIZE
               CHARGED-TOTAL DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "RUNS ENDED RC 16 NOT CHARGED " DELIMITED BY SIZE
               FAILED-TOTAL DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "RUNS WITH NO DEPARTMENT NOT CHARGED "
               DELIMITED BY SIZE
               UNASSIGNED-TOTAL DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
      *The service's credit balances the debits posted above it.
           IF(AMOUNT-TOTAL > 0)
               MOVE SPACES TO LEDGER-REC
               MOVE CHARGE-MONTH TO LEDGER-MONTH
               MOVE "C" TO LEDGER-SIDE
               MOVE SERVICE-COST-CENTRE TO LEDGER-COST-CENTRE
               MOVE AMOUNT-TOTAL TO LEDGER-AMOUNT
               MOVE "PLOTTING SERVICE RECOVERY" TO LEDGER-DESC
               WRITE LEDGER-REC.

           CLOSE INVOICE-FILE.
           CLOSE LEDGER-FILE.
           DISPLAY "MONTH " CHARGE-MONTH " RUNS " RUN-TOTAL
               " CHARGED " CHARGED-TOTAL " AMOUNT " AMOUNT-EDIT.
      *Condition code: 16 as above, 12 when the department table
      *filled and the invoice and ledger are short, 4 when there
      *was nothing to bill or a run carried no department, 0 when
      *every run reached a department's invoice.
           MOVE 0 TO CHARGE-RC.
           IF(RUN-TOTAL EQUAL 0)
               DISPLAY "NO RUNS IN MONTH"
               MOVE 4 TO CHARGE-RC.
           IF(UNASSIGNED-TOTAL > 0)
               DISPLAY "RUNS WITH NO DEPARTMENT " UNASSIGNED-TOTAL
               MOVE 4 TO CHARGE-RC.
           IF(TABLE-FULL-FLAG EQUAL "Y")
               MOVE 12 TO CHARGE-RC.
           MOVE CHARGE-RC TO RETURN-CODE.
           STOP RUN.

      *The following 2 functions load the rate table a card at a
      *time into the named rates, flagging each one as it is seen.
       RATE-READ.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO RATE-EOF-FLAG.
           IF(RATE-EOF-FLAG NOT EQUAL "Y")
               IF(RATE-CARD NOT EQUAL SPACES AND RATE-FIRST NOT EQUAL
                       "*")
                   PERFORM RATE-CHECK THRU RATE-CHECK-EXIT
                   GO TO RATE-READ
               ELSE
                   GO TO RATE-READ.

       RATE-CHECK.
           IF(RATE-CODE EQUAL "SERVICE" AND SERVICE-CARD-COST-CENTRE
                   EQUAL SPACES)
               GO TO RATE-CHECK-BAD.
           IF(RATE-CODE EQUAL "SERVICE")
               MOVE SERVICE-CARD-COST-CENTRE TO SERVICE-COST-CENTRE
               MOVE "Y" TO SERVICE-SEEN
               GO TO RATE-CHECK-EXIT.
           IF(RATE-WHOLE NOT NUMERIC OR RATE-POINT NOT EQUAL "." OR
                   RATE-FRACTION NOT NUMERIC)
               GO TO RATE-CHECK-BAD.
           MOVE RATE-WHOLE TO RATE-NUMBER-WHOLE.
           MOVE RATE-FRACTION TO RATE-NUMBER-FRACTION.
           IF(RATE-CODE EQUAL "RUN")
               MOVE RATE-VALUE TO RUN-FEE
               MOVE "Y" TO RUN-FEE-SEEN
           ELSE IF(RATE-CODE EQUAL "POINT")
               MOVE RATE-VALUE TO POINT-RATE
               MOVE "Y" TO POINT-RATE-SEEN
           ELSE IF(RATE-CODE EQUAL "SHAPE")
               MOVE RATE-VALUE TO SHAPE-RATE
               MOVE "Y" TO SHAPE-RATE-SEEN
           ELSE IF(RATE-CODE EQUAL "PAGE")
               MOVE RATE-VALUE TO PAGE-RATE
               MOVE "Y" TO PAGE-RATE-SEEN
           ELSE IF(RATE-CODE EQUAL "ARCHIVE")
               MOVE RATE-VALUE TO ARCHIVE-FEE
               MOVE "Y" TO ARCHIVE-FEE-SEEN
           ELSE IF(RATE-CODE EQUAL "RESTART")
               MOVE RATE-VALUE TO RESTART-FEE
               MOVE "Y" TO RESTART-FEE-SEEN
           ELSE
               GO TO RATE-CHECK-BAD.
           GO TO RATE-CHECK-EXIT.
       RATE-CHECK-BAD.
           DISPLAY "BAD RATE CARD: " RATE-CARD.
           MOVE "Y" TO RATE-BAD-FLAG.
       RATE-CHECK-EXIT.
           EXIT.

      *The following 2 functions walk the whole log and price each
      *run of the month into its department's entry.
       LOG-READ.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-FLAG.
           IF(LOG-EOF-FLAG NOT EQUAL "Y")
               IF(LOG-RUN-MONTH EQUAL CHARGE-MONTH)
                   PERFORM LOG-TALLY
                   GO TO LOG-READ
               ELSE
                   GO TO LOG-READ.

       LOG-TALLY.
           ADD 1 TO RUN-TOTAL.
           PERFORM RUN-PRICE.
           IF(LOG-DEPT EQUAL SPACES)
               ADD 1 TO UNASSIGNED-TOTAL
           ELSE IF(LOG-RC NOT < 16)
               ADD 1 TO FAILED-TOTAL.
           PERFORM DEPT-FIND.

      *The following 2 functions price one run. Only a run that
      *ended short of RC 16 and names a department is charged: the
      *run fee, its points, shapes, and pages at their rates, and
      *the archive and restart surcharges where they apply. Run-log
      *records written before pages were logged count no pages.
       RUN-PRICE.
           MOVE 0 TO RUN-CHARGE.
           MOVE "N" TO RUN-CHARGED-FLAG.
           MOVE 0 TO RUN-PAGES.
           IF(LOG-PAGES NUMERIC)
               MOVE LOG-PAGES TO RUN-PAGES.
           MOVE SPACES TO RUN-FLAGS.
           IF(LOG-PLOT-ID NOT EQUAL SPACES)
               MOVE "A" TO RUN-ARCHIVE-FLAG.
           IF(LOG-RESTART EQUAL "Y")
               MOVE "R" TO RUN-RESTART-FLAG.
           MOVE LOG-DEPT TO RUN-KEY-DEPT.
           MOVE LOG-COST-CENTRE TO RUN-KEY-COST-CENTRE.
           IF(LOG-DEPT EQUAL SPACES)
               MOVE SPACES TO RUN-KEY-COST-CENTRE.
           IF(LOG-RC < 16 AND LOG-DEPT NOT EQUAL SPACES)
               PERFORM RUN-PRICE-CHARGE.

       RUN-PRICE-CHARGE.
           COMPUTE CHARGE-WORK = RUN-FEE + LOG-POINTS * POINT-RATE
               + LOG-SHAPES * SHAPE-RATE + RUN-PAGES * PAGE-RATE.
           IF(RUN-ARCHIVE-FLAG EQUAL "A")
               ADD ARCHIVE-FEE TO CHARGE-WORK.
           IF(RUN-RESTART-FLAG EQUAL "R")
               ADD RESTART-FEE TO CHARGE-WORK.
           COMPUTE RUN-CHARGE ROUNDED = CHARGE-WORK.
           MOVE "Y" TO RUN-CHARGED-FLAG.

      *The following 2 functions total a run under its department
      *and cost centre, adding the pair to the list on first sight -
      *the same find-or-add scan RUNREPT uses for its day list.
       DEPT-FIND.
           MOVE 0 TO DEPT-IX.
           MOVE "N" TO DEPT-FOUND-FLAG.
           IF(DEPT-COUNT > 0)
               PERFORM DEPT-SCAN.
           IF(DEPT-FOUND-FLAG NOT EQUAL "Y" AND DEPT-COUNT < 200)
               ADD 1 TO DEPT-COUNT
               MOVE RUN-KEY TO DEPT-KEY(DEPT-COUNT)
               MOVE 0 TO DEPT-RUNS(DEPT-COUNT)
               MOVE 0 TO DEPT-CHARGED(DEPT-COUNT)
               MOVE 0 TO DEPT-AMOUNT(DEPT-COUNT)
               MOVE DEPT-COUNT TO DEPT-IX
               MOVE "Y" TO DEPT-FOUND-FLAG.
           IF(DEPT-FOUND-FLAG NOT EQUAL "Y")
               MOVE "Y" TO TABLE-FULL-FLAG
           ELSE
               ADD 1 TO DEPT-RUNS(DEPT-IX)
               IF(RUN-CHARGED-FLAG EQUAL "Y")
                   ADD 1 TO DEPT-CHARGED(DEPT-IX)
                   ADD RUN-CHARGE TO DEPT-AMOUNT(DEPT-IX).

       DEPT-SCAN.
           ADD 1 TO DEPT-IX.
           IF(DEPT-KEY(DEPT-IX) EQUAL RUN-KEY)
               MOVE "Y" TO DEPT-FOUND-FLAG.
           IF(DEPT-FOUND-FLAG NOT EQUAL "Y" AND DEPT-IX < DEPT-COUNT)
           GO TO DEPT-SCAN.

      *The following 2 functions put the department list in
      *department and cost-centre order with a bubble pass, the
      *runs with no department first.
       DEPT-SORT.
           MOVE "N" TO DEPT-SWAP-FLAG.
           MOVE 0 TO DEPT-IX.
           PERFORM DEPT-SORT-PASS.
           IF(DEPT-SWAP-FLAG EQUAL "Y")
           GO TO DEPT-SORT.
       DEPT-SORT-EXIT.
           EXIT.

       DEPT-SORT-PASS.
           ADD 1 TO DEPT-IX.
           IF(DEPT-KEY(DEPT-IX) > DEPT-KEY(DEPT-IX + 1))
               MOVE DEPT-ENTRY(DEPT-IX) TO DEPT-SWAP
               MOVE DEPT-ENTRY(DEPT-IX + 1) TO DEPT-ENTRY(DEPT-IX)
               MOVE DEPT-SWAP TO DEPT-ENTRY(DEPT-IX + 1)
               MOVE "Y" TO DEPT-SWAP-FLAG.
           IF(DEPT-IX < DEPT-COUNT - 1)
           GO TO DEPT-SORT-PASS.

      *The following function prints one cost centre's part of the
      *invoice, heading a new department when the department code
      *changes and totalling the last one when it does: the cost
      *centre's runs as listed from the log, its totals, and the
      *ledger debit for what it was charged.
       INVOICE-ENTRY.
           ADD 1 TO DEPT-IX.
           IF(HEADING-FLAG EQUAL "Y" AND DEPT-CODE(DEPT-IX) NOT EQUAL
                   PRIOR-DEPT)
               PERFORM DEPT-TOTAL-LINE.
           IF(HEADING-FLAG NOT EQUAL "Y")
               PERFORM DEPT-HEADING.
           MOVE SPACES TO RLINE.
           STRING "  COST CENTRE " DELIMITED BY SIZE
               DEPT-COST-CENTRE(DEPT-IX) DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           OPEN INPUT RUN-LOG-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN RUN-LOG-FILE ("
                  RUN-LOG-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE INVOICE-FILE
              CLOSE LEDGER-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE "N" TO LOG-EOF-FLAG.
           PERFORM LIST-READ.
           CLOSE RUN-LOG-FILE.
           MOVE DEPT-AMOUNT(DEPT-IX) TO AMOUNT-EDIT.
           MOVE SPACES TO RLINE.
           STRING "  COST CENTRE " DELIMITED BY SIZE
               DEPT-COST-CENTRE(DEPT-IX) DELIMITED BY SIZE
               " RUNS " DELIMITED BY SIZE
               DEPT-RUNS(DEPT-IX) DELIMITED BY SIZE
               " CHARGED " DELIMITED BY SIZE
               DEPT-CHARGED(DEPT-IX) DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               AMOUNT-EDIT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           ADD DEPT-AMOUNT(DEPT-IX) TO DEPT-AMOUNT-TOTAL.
           ADD DEPT-AMOUNT(DEPT-IX) TO AMOUNT-TOTAL.
           ADD DEPT-CHARGED(DEPT-IX) TO CHARGED-TOTAL.
           IF(DEPT-AMOUNT(DEPT-IX) > 0)
               MOVE SPACES TO LEDGER-REC
               MOVE CHARGE-MONTH TO LEDGER-MONTH
               MOVE "D" TO LEDGER-SIDE
               MOVE DEPT-COST-CENTRE(DEPT-IX) TO LEDGER-COST-CENTRE
               MOVE DEPT-CODE(DEPT-IX) TO LEDGER-DEPT
               MOVE DEPT-AMOUNT(DEPT-IX) TO LEDGER-AMOUNT
               MOVE "PLOTTING SERVICE CHARGEBACK" TO LEDGER-DESC
               WRITE LEDGER-REC.
           IF(DEPT-IX < DEPT-COUNT)
           GO TO INVOICE-ENTRY.
           PERFORM DEPT-TOTAL-LINE.

      *The following 2 functions open and close one department's
      *part of the invoice.
       DEPT-HEADING.
           MOVE "Y" TO HEADING-FLAG.
           MOVE DEPT-CODE(DEPT-IX) TO PRIOR-DEPT.
           MOVE 0 TO DEPT-AMOUNT-TOTAL.
           MOVE SPACES TO RLINE.
           IF(PRIOR-DEPT EQUAL SPACES)
               MOVE "NO DEPARTMENT - RUNS NOT CHARGED" TO RLINE
           ELSE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   PRIOR-DEPT DELIMITED BY SIZE
                   INTO RLINE.
           WRITE REPORT-LINE.

       DEPT-TOTAL-LINE.
           MOVE "N" TO HEADING-FLAG.
           MOVE DEPT-AMOUNT-TOTAL TO AMOUNT-EDIT.
           MOVE SPACES TO RLINE.
           IF(PRIOR-DEPT EQUAL SPACES)
               STRING "NO DEPARTMENT TOTAL " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO RLINE
           ELSE
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   PRIOR-DEPT DELIMITED BY SIZE
                   " TOTAL " DELIMITED BY SIZE
                   AMOUNT-EDIT DELIMITED BY SIZE
                   INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           WRITE REPORT-LINE.

      *The following 3 functions list the month's runs for the cost
      *centre being invoiced, each with its points, shapes, pages,
      *"A" archived and "R" restart flags, condition code, and what
      *it was charged or why it was not.
       LIST-READ.
           READ RUN-LOG-FILE
               AT END
                   MOVE "Y" TO LOG-EOF-FLAG.
           IF(LOG-EOF-FLAG NOT EQUAL "Y")
               IF(LOG-RUN-MONTH EQUAL CHARGE-MONTH)
                   PERFORM LIST-LINE
                   GO TO LIST-READ
               ELSE
                   GO TO LIST-READ.

       LIST-LINE.
           PERFORM RUN-PRICE.
           IF(RUN-KEY EQUAL DEPT-KEY(DEPT-IX))
               PERFORM LIST-LINE-WRITE.

       LIST-LINE-WRITE.
           MOVE RUN-CHARGE TO CHARGE-EDIT.
           MOVE CHARGE-EDIT TO CHARGE-TEXT.
           IF(LOG-DEPT EQUAL SPACES)
               MOVE "NOT CHARGED - NO DEPT" TO CHARGE-TEXT
           ELSE IF(RUN-CHARGED-FLAG NOT EQUAL "Y")
               MOVE "NOT CHARGED - RC 16" TO CHARGE-TEXT.
           MOVE SPACES TO RLINE.
           STRING "    " DELIMITED BY SIZE
               LOG-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOG-RUN-TIME DELIMITED BY SIZE
               " PLOT " DELIMITED BY SIZE
               LOG-PLOT-ID DELIMITED BY SIZE
               " PTS " DELIMITED BY SIZE
               LOG-POINTS DELIMITED BY SIZE
               " SHP " DELIMITED BY SIZE
               LOG-SHAPES DELIMITED BY SIZE
               " PG " DELIMITED BY SIZE
               RUN-PAGES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-FLAGS DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               LOG-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHARGE-TEXT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
