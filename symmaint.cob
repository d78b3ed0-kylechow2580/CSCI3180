      *Companion to ASSIGNMENT: keeps the symbol library, so the
      *little figures every plot repeats - valves, junction boxes,
      *north arrows - are defined once as a set of cell offsets
      *and markers and placed with a single "S" insertion record,
      *instead of being re-keyed as dozens of coordinate records
      *each time. Mode "U" applies a deck of maintenance cards:
      *"A" adds a symbol, "R" replaces the definition of one
      *already filed, and "X" retires one; the "O" offset cards
      *that follow an "A" or "R" card are the new definition.
      *Mode "L" lists the library - each symbol's status and
      *description, and a picture of it drawn from its offsets -
      *so a definition can be checked by eye before it is used.
      *A retired symbol stays in the library for the listing but
      *ASSIGNMENT and INPEDIT no longer accept it; replacing it
      *puts it back in service.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SYMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYMBOL-FILE ASSIGN DISK FROM SYMBOL-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SYM-NAME
           FILE STATUS IS FILE-STATUS.
           SELECT TRAN-FILE ASSIGN DISK FROM TRAN-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DISK FROM REPORT-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Symbol library: one record per symbol, keyed by its name.
      *Status "A" is in service, "R" retired. Each cell is an offset
      *from the insertion point - a sign and 0-10 cells across (X)
      *and up (Y) - and the marker drawn there, SPACE for the "*"
      *default. The layout must stay in step with the ones in
      *ASSIGNMENT and INPEDIT, which read the library.
       FD SYMBOL-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS SYM-REC.
       01 SYM-REC.
           03 SYM-NAME PIC X(8).
           03 SYM-STATUS PIC X.
           03 SYM-DESC PIC X(30).
           03 SYM-CHANGED-DATE PIC X(8).
           03 SYM-CELL-COUNT PIC 99.
           03 SYM-CELL-TABLE.
               05 SYM-CELL OCCURS 40.
                   07 SYM-DX-SIGN PIC X.
                   07 SYM-DX PIC 99.
                   07 SYM-DY-SIGN PIC X.
                   07 SYM-DY PIC 99.
                   07 SYM-MARK PIC X.
      *Maintenance card: "A", "R" or "X", the symbol name, and for
      *"A" and "R" the description to file it under.
       FD TRAN-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS TRAN-CARD.
       01 TRAN-CARD.
           03 TRAN-CODE PIC X.
           03 FILLER PIC X.
           03 TRAN-NAME PIC X(8).
           03 FILLER PIC X.
           03 TRAN-DESC PIC X(30).
      *Alternate view of an offset card: an "O", then the signed X
      *and Y offsets of one cell, then its marker - "O +01,-02 *".
       01 OFFSET-CARD.
           03 OFFSET-CODE PIC X.
           03 FILLER PIC X.
           03 OFFSET-DX-SIGN PIC X.
           03 OFFSET-DX PIC 99.
           03 OFFSET-SEP PIC X.
           03 OFFSET-DY-SIGN PIC X.
           03 OFFSET-DY PIC 99.
           03 FILLER PIC X.
           03 OFFSET-MARK PIC X.
       FD REPORT-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS REPORT-LINE.
       01 REPORT-LINE.
           03 RLINE PIC X(99).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC XX.
           01 ARG-NUM PIC 9 VALUE 0.
           01 SYMBOL-DATASET-NAME PIC X(40) VALUE "symlib.dat".
           01 TRAN-DATASET-NAME PIC X(40) VALUE "symtran.txt".
           01 REPORT-DATASET-NAME PIC X(40) VALUE "symmaint.txt".
           01 MAINT-MODE PIC X VALUE SPACE.
           01 MODE-VALUE PIC X(40) VALUE SPACES.
           01 TODAY-DATE PIC X(8) VALUE SPACES.
           01 TRAN-EOF-FLAG PIC X VALUE "N".
           01 SYMBOL-EOF-FLAG PIC X VALUE "N".
           01 SYMBOL-FOUND-FLAG PIC X VALUE "N".
           01 CARD-COUNT PIC 9(5) VALUE 0.
           01 CARD-BAD-COUNT PIC 9(5) VALUE 0.
           01 CARD-REASON PIC X(30) VALUE SPACES.
           01 ADDED-COUNT PIC 9(5) VALUE 0.
           01 REPLACED-COUNT PIC 9(5) VALUE 0.
           01 RETIRED-COUNT PIC 9(5) VALUE 0.
           01 LISTED-COUNT PIC 9(5) VALUE 0.
           01 ACTIVE-COUNT PIC 9(5) VALUE 0.
           01 PEND-ACTION PIC X VALUE SPACE.
           01 PEND-NAME PIC X(8) VALUE SPACES.
           01 PEND-DESC PIC X(30) VALUE SPACES.
           01 PEND-CARD PIC 9(5) VALUE 0.
           01 PEND-BAD-FLAG PIC X VALUE "N".
           01 PEND-REASON PIC X(30) VALUE SPACES.
           01 PEND-COUNT PIC 99 VALUE 0.
           01 PEND-CELL-TABLE.
               03 PEND-CELL OCCURS 40.
                   05 PEND-DX-SIGN PIC X.
                   05 PEND-DX PIC 99.
                   05 PEND-DY-SIGN PIC X.
                   05 PEND-DY PIC 99.
                   05 PEND-MARK PIC X.
           01 CELL-IX PIC 99 VALUE 0.
           01 CELL-X PIC S99 VALUE 0.
           01 CELL-Y PIC S99 VALUE 0.
           01 PIC-XMIN PIC S99 VALUE 0.
           01 PIC-XMAX PIC S99 VALUE 0.
           01 PIC-YMIN PIC S99 VALUE 0.
           01 PIC-YMAX PIC S99 VALUE 0.
           01 PIC-ROW PIC 99 VALUE 0.
           01 PIC-COL PIC 99 VALUE 0.
           01 PIC-ROW-LAST PIC 99 VALUE 0.
           01 PIC-COL-FIRST PIC 99 VALUE 0.
           01 PIC-COL-LAST PIC 99 VALUE 0.
           01 PIC-LINE-IX PIC 99 VALUE 0.
      *Picture of one symbol for the listing, 21 x 21 cells about
      *the insertion point at row 11, column 11; row 21 is printed
      *first so the picture reads the way the grid does.
           01 PICTURE-TABLE.
               03 PIC-Y OCCURS 21.
                   05 PIC-CELL PIC X OCCURS 21.
           01 PICTURE-LINE.
               03 PIC-LINE-CH PIC X OCCURS 21.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      *Run parameters: the mode ("U" apply a maintenance deck, "L"
      *list the library), the maintenance deck for "U", then
      *overrides for the library and report dataset names.
           MOVE 1 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT MAINT-MODE FROM ARGUMENT-VALUE
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
           ACCEPT SYMBOL-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           MOVE 4 TO ARG-NUM.
           DISPLAY ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT REPORT-DATASET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF(MAINT-MODE NOT EQUAL "U" AND MAINT-MODE NOT EQUAL "L")
               DISPLAY "BAD MODE (U OR L): " MAINT-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF(MAINT-MODE EQUAL "U" AND MODE-VALUE NOT EQUAL SPACES)
               MOVE MODE-VALUE TO TRAN-DATASET-NAME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT REPORT-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN REPORT-FILE ("
                  REPORT-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO RLINE.
           STRING "SYMBOL LIBRARY " DELIMITED BY SIZE
               SYMBOL-DATASET-NAME DELIMITED BY SPACE
               " MODE " DELIMITED BY SIZE
               MAINT-MODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           IF(MAINT-MODE EQUAL "L")
               GO TO LIBRARY-LIST.

      *The library is created on the first maintenance run.
           OPEN INPUT TRAN-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN TRAN-FILE ("
                  TRAN-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN I-O SYMBOL-FILE.
           IF(FILE-STATUS EQUAL 35)
               OPEN OUTPUT SYMBOL-FILE
               IF(FILE-STATUS EQUAL 00)
                   CLOSE SYMBOL-FILE
                   OPEN I-O SYMBOL-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN SYMBOL-FILE ("
                  SYMBOL-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE TRAN-FILE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM CARD-READ.
      *The last definition in the deck is filed at end of deck.
           PERFORM PENDING-FILE THRU PENDING-FILE-EXIT.
           CLOSE TRAN-FILE.
           CLOSE SYMBOL-FILE.
           MOVE SPACES TO RLINE.
           STRING "CARDS " DELIMITED BY SIZE
               CARD-COUNT DELIMITED BY SIZE
               " REFUSED " DELIMITED BY SIZE
               CARD-BAD-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RLINE.
           STRING "SYMBOLS ADDED " DELIMITED BY SIZE
               ADDED-COUNT DELIMITED BY SIZE
               " REPLACED " DELIMITED BY SIZE
               REPLACED-COUNT DELIMITED BY SIZE
               " RETIRED " DELIMITED BY SIZE
               RETIRED-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
      *Condition code: 16 as above, 12 when a card or definition was
      *refused, 0 when the whole deck went in.
           IF(CARD-BAD-COUNT > 0)
               MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *List every symbol in name order. A library that does not
      *exist yet lists as empty.
       LIBRARY-LIST.
           OPEN INPUT SYMBOL-FILE.
           IF(FILE-STATUS EQUAL 35)
               MOVE "Y" TO SYMBOL-EOF-FLAG
           ELSE IF(FILE-STATUS NOT EQUAL 00 )
              DISPLAY "FAIL TO OPEN SYMBOL-FILE ("
                  SYMBOL-DATASET-NAME ") ERROR: " FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF(SYMBOL-EOF-FLAG NOT EQUAL "Y")
               PERFORM SYMBOL-LIST-READ
               CLOSE SYMBOL-FILE.
           MOVE SPACES TO RLINE.
           STRING "SYMBOLS " DELIMITED BY SIZE
               LISTED-COUNT DELIMITED BY SIZE
               " IN SERVICE " DELIMITED BY SIZE
               ACTIVE-COUNT DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           IF(LISTED-COUNT EQUAL 0)
               DISPLAY "SYMBOL LIBRARY EMPTY"
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *The following 2 functions read the maintenance deck. An "A"
      *or "R" card opens a definition that the "O" cards behind it
      *fill in; the definition is filed when the next "A", "R" or
      *"X" card (or the end of the deck) closes it.
       CARD-READ.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO TRAN-EOF-FLAG.
           IF(TRAN-EOF-FLAG NOT EQUAL "Y")
               IF(TRAN-CARD NOT EQUAL SPACES)
                   ADD 1 TO CARD-COUNT
                   PERFORM CARD-TAKE THRU CARD-TAKE-EXIT
                   GO TO CARD-READ
               ELSE
                   GO TO CARD-READ.

       CARD-TAKE.
           MOVE SPACES TO CARD-REASON.
           IF(TRAN-CODE EQUAL "O")
               PERFORM OFFSET-TAKE THRU OFFSET-TAKE-EXIT
               IF(CARD-REASON NOT EQUAL SPACES)
                   GO TO CARD-TAKE-BAD
               ELSE
                   GO TO CARD-TAKE-EXIT.
           IF(TRAN-CODE NOT EQUAL "A" AND TRAN-CODE NOT EQUAL "R"
                   AND TRAN-CODE NOT EQUAL "X")
               MOVE "UNKNOWN ACTION" TO CARD-REASON
               GO TO CARD-TAKE-BAD.
           PERFORM PENDING-FILE THRU PENDING-FILE-EXIT.
           IF(TRAN-NAME EQUAL SPACES)
               MOVE "NO SYMBOL NAME" TO CARD-REASON
               GO TO CARD-TAKE-BAD.
           IF(TRAN-CODE EQUAL "X")
               PERFORM SYMBOL-RETIRE THRU SYMBOL-RETIRE-EXIT
               IF(CARD-REASON NOT EQUAL SPACES)
                   GO TO CARD-TAKE-BAD
               ELSE
                   GO TO CARD-TAKE-EXIT.
           MOVE TRAN-CODE TO PEND-ACTION.
           MOVE TRAN-NAME TO PEND-NAME.
           MOVE TRAN-DESC TO PEND-DESC.
           MOVE CARD-COUNT TO PEND-CARD.
           MOVE "N" TO PEND-BAD-FLAG.
           MOVE SPACES TO PEND-REASON.
           MOVE 0 TO PEND-COUNT.
           MOVE SPACES TO PEND-CELL-TABLE.
           GO TO CARD-TAKE-EXIT.
       CARD-TAKE-BAD.
           ADD 1 TO CARD-BAD-COUNT.
           MOVE SPACES TO RLINE.
           STRING "CARD " DELIMITED BY SIZE
               CARD-COUNT DELIMITED BY SIZE
               " REFUSED - " DELIMITED BY SIZE
               CARD-REASON DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               TRAN-CARD DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       CARD-TAKE-EXIT.
           EXIT.

      *The following function adds one offset card to the open
      *definition. A bad offset spoils the whole definition - a
      *symbol filed with a cell missing is the distorted figure the
      *library is there to prevent - so the card is listed and the
      *definition is refused when it is closed. The insertion
      *point's own cell is offset +00,+00.
       OFFSET-TAKE.
           IF(PEND-ACTION EQUAL SPACE)
               MOVE "OFFSET WITH NO SYMBOL" TO CARD-REASON
               GO TO OFFSET-TAKE-EXIT.
           IF((OFFSET-DX-SIGN NOT EQUAL "+" AND OFFSET-DX-SIGN NOT
                   EQUAL "-") OR (OFFSET-DY-SIGN NOT EQUAL "+" AND
                   OFFSET-DY-SIGN NOT EQUAL "-") OR OFFSET-DX NOT
                   NUMERIC OR OFFSET-DY NOT NUMERIC)
               MOVE "BAD OFFSET" TO CARD-REASON
           ELSE IF(OFFSET-DX > 10 OR OFFSET-DY > 10)
               MOVE "OFFSET OVER 10 CELLS" TO CARD-REASON
           ELSE IF(OFFSET-MARK EQUAL "0" OR OFFSET-MARK EQUAL "+" OR
                   OFFSET-MARK EQUAL "-" OR OFFSET-MARK EQUAL "|")
               MOVE "RESERVED MARKER" TO CARD-REASON
           ELSE IF(PEND-COUNT NOT < 40)
               MOVE "OVER 40 CELLS" TO CARD-REASON.
           IF(CARD-REASON NOT EQUAL SPACES)
               MOVE "Y" TO PEND-BAD-FLAG
               MOVE CARD-REASON TO PEND-REASON
               GO TO OFFSET-TAKE-EXIT.
           ADD 1 TO PEND-COUNT.
           MOVE OFFSET-DX-SIGN TO PEND-DX-SIGN(PEND-COUNT).
           MOVE OFFSET-DX TO PEND-DX(PEND-COUNT).
           MOVE OFFSET-DY-SIGN TO PEND-DY-SIGN(PEND-COUNT).
           MOVE OFFSET-DY TO PEND-DY(PEND-COUNT).
           MOVE OFFSET-MARK TO PEND-MARK(PEND-COUNT).
       OFFSET-TAKE-EXIT.
           EXIT.

      *The following function files the open definition: an "A"
      *must not already be in the library, an "R" must be, and a
      *definition with a bad offset or no offsets at all is refused
      *whole. Replacing a retired symbol puts it back in service.
       PENDING-FILE.
           IF(PEND-ACTION EQUAL SPACE)
           GO TO PENDING-FILE-EXIT.
           IF(PEND-BAD-FLAG EQUAL "Y")
               GO TO PENDING-FILE-BAD.
           IF(PEND-COUNT EQUAL 0)
               MOVE "NO OFFSET CARDS" TO PEND-REASON
               GO TO PENDING-FILE-BAD.
           MOVE PEND-NAME TO SYM-NAME.
           MOVE "Y" TO SYMBOL-FOUND-FLAG.
           READ SYMBOL-FILE
               INVALID KEY
                   MOVE "N" TO SYMBOL-FOUND-FLAG
           END-READ.
           IF(PEND-ACTION EQUAL "A" AND SYMBOL-FOUND-FLAG EQUAL "Y")
               MOVE "ALREADY IN LIBRARY" TO PEND-REASON
               GO TO PENDING-FILE-BAD.
           IF(PEND-ACTION EQUAL "R" AND SYMBOL-FOUND-FLAG EQUAL "N")
               MOVE "NOT IN LIBRARY" TO PEND-REASON
               GO TO PENDING-FILE-BAD.
           MOVE SPACES TO SYM-REC.
           MOVE PEND-NAME TO SYM-NAME.
           MOVE "A" TO SYM-STATUS.
           MOVE PEND-DESC TO SYM-DESC.
           MOVE TODAY-DATE TO SYM-CHANGED-DATE.
           MOVE PEND-COUNT TO SYM-CELL-COUNT.
           MOVE PEND-CELL-TABLE TO SYM-CELL-TABLE.
           MOVE SPACES TO RLINE.
           IF(PEND-ACTION EQUAL "A")
               WRITE SYM-REC
               ADD 1 TO ADDED-COUNT
               STRING "CARD " DELIMITED BY SIZE
                   PEND-CARD DELIMITED BY SIZE
                   " ADDED    " DELIMITED BY SIZE
                   PEND-NAME DELIMITED BY SIZE
                   " CELLS " DELIMITED BY SIZE
                   PEND-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PEND-DESC DELIMITED BY SIZE
                   INTO RLINE
           ELSE
               REWRITE SYM-REC
               ADD 1 TO REPLACED-COUNT
               STRING "CARD " DELIMITED BY SIZE
                   PEND-CARD DELIMITED BY SIZE
                   " REPLACED " DELIMITED BY SIZE
                   PEND-NAME DELIMITED BY SIZE
                   " CELLS " DELIMITED BY SIZE
                   PEND-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PEND-DESC DELIMITED BY SIZE
                   INTO RLINE.
           WRITE REPORT-LINE.
           GO TO PENDING-FILE-DONE.
       PENDING-FILE-BAD.
           ADD 1 TO CARD-BAD-COUNT.
           MOVE SPACES TO RLINE.
           STRING "CARD " DELIMITED BY SIZE
               PEND-CARD DELIMITED BY SIZE
               " SYMBOL " DELIMITED BY SIZE
               PEND-NAME DELIMITED BY SIZE
               " REFUSED - " DELIMITED BY SIZE
               PEND-REASON DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       PENDING-FILE-DONE.
           MOVE SPACE TO PEND-ACTION.
       PENDING-FILE-EXIT.
           EXIT.

      *The following function retires a symbol. Its definition is
      *kept, so the plots already drawn with it can still be
      *traced in the listing.
       SYMBOL-RETIRE.
           MOVE TRAN-NAME TO SYM-NAME.
           MOVE "Y" TO SYMBOL-FOUND-FLAG.
           READ SYMBOL-FILE
               INVALID KEY
                   MOVE "N" TO SYMBOL-FOUND-FLAG
           END-READ.
           IF(SYMBOL-FOUND-FLAG EQUAL "N")
               MOVE "NOT IN LIBRARY" TO CARD-REASON
               GO TO SYMBOL-RETIRE-EXIT.
           IF(SYM-STATUS EQUAL "R")
               MOVE "ALREADY RETIRED" TO CARD-REASON
               GO TO SYMBOL-RETIRE-EXIT.
           MOVE "R" TO SYM-STATUS.
           MOVE TODAY-DATE TO SYM-CHANGED-DATE.
           REWRITE SYM-REC.
           ADD 1 TO RETIRED-COUNT.
           MOVE SPACES TO RLINE.
           STRING "CARD " DELIMITED BY SIZE
               CARD-COUNT DELIMITED BY SIZE
               " RETIRED  " DELIMITED BY SIZE
               SYM-NAME DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
       SYMBOL-RETIRE-EXIT.
           EXIT.

      *The following 6 functions list the library: a line for each
      *symbol, then its picture - every cell drawn with its marker,
      *the insertion point shown as "+" where no cell covers it,
      *cut down to the rows and columns the symbol uses.
       SYMBOL-LIST-READ.
           READ SYMBOL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SYMBOL-EOF-FLAG.
           IF(SYMBOL-EOF-FLAG NOT EQUAL "Y")
               PERFORM SYMBOL-LIST-ONE
               GO TO SYMBOL-LIST-READ.

       SYMBOL-LIST-ONE.
           ADD 1 TO LISTED-COUNT.
           MOVE SPACES TO RLINE.
           IF(SYM-STATUS EQUAL "A")
               ADD 1 TO ACTIVE-COUNT
               STRING SYM-NAME DELIMITED BY SIZE
                   " IN SERVICE " DELIMITED BY SIZE
                   SYM-CHANGED-DATE DELIMITED BY SIZE
                   " CELLS " DELIMITED BY SIZE
                   SYM-CELL-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SYM-DESC DELIMITED BY SIZE
                   INTO RLINE
           ELSE
               STRING SYM-NAME DELIMITED BY SIZE
                   " RETIRED    " DELIMITED BY SIZE
                   SYM-CHANGED-DATE DELIMITED BY SIZE
                   " CELLS " DELIMITED BY SIZE
                   SYM-CELL-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SYM-DESC DELIMITED BY SIZE
                   INTO RLINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO PICTURE-TABLE.
           MOVE "+" TO PIC-CELL(11, 11).
           MOVE 0 TO PIC-XMIN.
           MOVE 0 TO PIC-XMAX.
           MOVE 0 TO PIC-YMIN.
           MOVE 0 TO PIC-YMAX.
           MOVE 0 TO CELL-IX.
           IF(SYM-CELL-COUNT > 0 AND SYM-CELL-COUNT < 41)
               PERFORM PICTURE-CELL.
           COMPUTE PIC-ROW = PIC-YMAX + 11.
           COMPUTE PIC-ROW-LAST = PIC-YMIN + 11.
           COMPUTE PIC-COL-FIRST = PIC-XMIN + 11.
           COMPUTE PIC-COL-LAST = PIC-XMAX + 11.
           PERFORM PICTURE-ROW-WRITE.
           MOVE SPACES TO RLINE.
           WRITE REPORT-LINE.

       PICTURE-CELL.
           ADD 1 TO CELL-IX.
           MOVE SYM-DX(CELL-IX) TO CELL-X.
           IF(SYM-DX-SIGN(CELL-IX) EQUAL "-")
               COMPUTE CELL-X = 0 - SYM-DX(CELL-IX).
           MOVE SYM-DY(CELL-IX) TO CELL-Y.
           IF(SYM-DY-SIGN(CELL-IX) EQUAL "-")
               COMPUTE CELL-Y = 0 - SYM-DY(CELL-IX).
           IF(CELL-X NOT < -10 AND CELL-X NOT > 10 AND CELL-Y NOT <
                   -10 AND CELL-Y NOT > 10)
               PERFORM PICTURE-CELL-MARK.
           IF(CELL-IX < SYM-CELL-COUNT)
           GO TO PICTURE-CELL.

       PICTURE-CELL-MARK.
           COMPUTE PIC-ROW = CELL-Y + 11.
           COMPUTE PIC-COL = CELL-X + 11.
           IF(SYM-MARK(CELL-IX) EQUAL SPACE)
               MOVE "*" TO PIC-CELL(PIC-ROW, PIC-COL)
           ELSE
               MOVE SYM-MARK(CELL-IX) TO PIC-CELL(PIC-ROW, PIC-COL).
           IF(CELL-X < PIC-XMIN)
               MOVE CELL-X TO PIC-XMIN.
           IF(CELL-X > PIC-XMAX)
               MOVE CELL-X TO PIC-XMAX.
           IF(CELL-Y < PIC-YMIN)
               MOVE CELL-Y TO PIC-YMIN.
           IF(CELL-Y > PIC-YMAX)
               MOVE CELL-Y TO PIC-YMAX.

       PICTURE-ROW-WRITE.
           MOVE SPACES TO PICTURE-LINE.
           MOVE 0 TO PIC-LINE-IX.
           MOVE PIC-COL-FIRST TO PIC-COL.
           PERFORM PICTURE-ROW-CELL.
           MOVE SPACES TO RLINE.
           STRING "          " DELIMITED BY SIZE
               PICTURE-LINE DELIMITED BY SIZE
               INTO RLINE.
           WRITE REPORT-LINE.
           SUBTRACT 1 FROM PIC-ROW.
           IF(PIC-ROW NOT < PIC-ROW-LAST)
           GO TO PICTURE-ROW-WRITE.

       PICTURE-ROW-CELL.
           ADD 1 TO PIC-LINE-IX.
           MOVE PIC-CELL(PIC-ROW, PIC-COL) TO PIC-LINE-CH(PIC-LINE-IX).
           ADD 1 TO PIC-COL.
           IF(PIC-COL NOT > PIC-COL-LAST)
           GO TO PICTURE-ROW-CELL.
