      *Companion to ASSIGNMENT: a front-end edit step that grades an
      *input dataset before the plot run is scheduled. It walks the
      *same records ASSIGNMENT reads - header line, optional "W"
      *window record, coordinate and shape records, "S" symbol
      *insertions (looked up in the symbol library), "T" trailer,
      *"G" group delimiters - and writes a field-by-field edit report
      *without plotting anything, so a structurally broken
      *transmission is caught before output.txt and points.txt are
      *ever touched. The condition code grades the whole file: 0
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT SYMBOL-FILE ASSIGN DISK FROM SYMBOL-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SYM-NAME
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 ANNOT-SEP PIC X.
           03 ANNOT-YA PIC 99.
           03 ANNOT-TEXT PIC X(20).
       01 INSERT-RECORD.
           03 INSERT-CODE PIC X.
           03 INSERT-XA PIC 99.
           03 INSERT-SEP PIC X.
           03 INSERT-YA PIC 99.
           03 INSERT-NAME PIC X(8).
       01 WINDOW-LINE.
           03 WINDOW-CODE PIC X.
           03 WIN-XMIN PIC 9999.
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE.
           03 RLINE PIC X(99).
      *Symbol library kept by SYMMAINT. The layout must stay in step
      *with the ones in SYMMAINT and ASSIGNMENT; only the name and
      *status are needed here.
       FD SYMBOL-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS SYM-REC.
       01 SYM-REC.
           03 SYM-NAME PIC X(8).
           03 SYM-STATUS PIC X.
           03 SYM-DESC PIC X(30).
           03 SYM-CHANGED-DATE PIC X(8).
           03 SYM-CELL-COUNT PIC 99.
           03 SYM-CELL-TABLE PIC X(280).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 INPUT-DATASET-NAME PIC X(40) VALUE "input.txt".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "editrpt.txt".
           01 SYMBOL-DATASET-NAME PIC X(40) VALUE "symlib.dat".
           01 SYMBOL-OPEN-FLAG PIC X VALUE "N".
           01 SYMBOL-FOUND-FLAG PIC X VALUE "N".
           01 LINE-NUMBER PIC 9(5) VALUE 0.
           01 RECORD-COUNT PIC 9(5) VALUE 0.
           01 GROUP-COUNT PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: overrides for the input dataset to be graded,
      *the edit report dataset, and the symbol library.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT INPUT-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 3 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT SYMBOL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.

           OPEN INPUT INPUT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
                  REPORT-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      *A symbol library that does not exist yet is no reason to
      *stop the edit: every insertion record is then graded as an
      *unknown symbol, as ASSIGNMENT would reject it.
           OPEN INPUT SYMBOL-FILE.
           IF(FILE-STATUS EQUAL 00)
               MOVE "Y" TO SYMBOL-OPEN-FLAG
           ELSE IF(FILE-STATUS NOT EQUAL 35)
              DISPLAY "FAIL TO OPEN SYMBOL-FILE ("
                  SYMBOL-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE INPUT-FILE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE 0 TO GROUP-COUNT.

           WRITE REPORT-LINE.
           CLOSE INPUT-FILE.
           CLOSE REPORT-FILE.
           IF(SYMBOL-OPEN-FLAG EQUAL "Y")
               CLOSE SYMBOL-FILE.
           MOVE EDIT-RC TO RETURN-CODE.
           STOP RUN.

           EXIT.

      *The following functions grade every data record the header
      *declared. A leading "C"/"R"/"A" is a shape record, an "S" a
      *symbol insertion, and a leading "W" is a window line out of
      *position; a premature "T" or "G" means the group was cut
      *short, so the record is held back for the trailer and
      *delimiter checks to reconcile.
       DATA-EDIT.
           ADD 1 TO LOOP-COUNT.
           IF(RECORD-HELD-FLAG EQUAL "Y")
           IF(SHAPE-CODE EQUAL "L")
               PERFORM ANNOT-EDIT THRU ANNOT-EDIT-EXIT
               GO TO DATA-EDIT-TAIL.
           IF(SHAPE-CODE EQUAL "S")
               PERFORM INSERT-EDIT THRU INSERT-EDIT-EXIT
               GO TO DATA-EDIT-TAIL.
           IF(WINDOW-ACTIVE-FLAG EQUAL "Y")
               PERFORM WIDE-POINT-EDIT THRU WIDE-POINT-EDIT-EXIT
           ELSE
       ANNOT-TEXT-SCAN-EXIT.
           EXIT.

      *The following function grades a symbol insertion record the
      *way ASSIGNMENT's SYMBOL-CASE does: a numeric insertion point,
      *and a name the library holds in service.
       INSERT-EDIT.
           IF(INSERT-XA NOT NUMERIC OR INSERT-YA NOT NUMERIC)
               MOVE "INSERTION POINT NOT NUMERIC" TO EDIT-REASON
               PERFORM NOTE-ERROR
               GO TO INSERT-EDIT-EXIT.
           MOVE "N" TO SYMBOL-FOUND-FLAG.
           IF(SYMBOL-OPEN-FLAG EQUAL "Y" AND INSERT-NAME NOT EQUAL
                   SPACES)
               MOVE INSERT-NAME TO SYM-NAME
               MOVE "Y" TO SYMBOL-FOUND-FLAG
               READ SYMBOL-FILE
                   INVALID KEY
                       MOVE "N" TO SYMBOL-FOUND-FLAG
               END-READ.
           IF(SYMBOL-FOUND-FLAG NOT EQUAL "Y")
               MOVE "UNKNOWN SYMBOL" TO EDIT-REASON
               PERFORM NOTE-WARNING
               GO TO INSERT-EDIT-EXIT.
           IF(SYM-STATUS NOT EQUAL "A")
               MOVE "RETIRED SYMBOL" TO EDIT-REASON
               PERFORM NOTE-WARNING.
       INSERT-EDIT-EXIT.
           EXIT.

      *The following function reconciles the trailer the same way
      *ASSIGNMENT's TRAILER-CHECK does: the line after the last data
      *record must be a "T" whose control total matches the records
