           SELECT SUMMARY-FILE ASSIGN DISK FROM SUMMARY-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN DISK FROM
           SUSPENSE-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT VECTOR-FILE ASSIGN DISK FROM VECTOR-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT CLASH-FILE ASSIGN DISK FROM CLASH-DATASET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-STATUS.
           SELECT SYMBOL-FILE ASSIGN DISK FROM SYMBOL-DATASET-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SYM-NAME
           FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03 CKPT-REJECT-COUNT PIC 999.
           03 CKPT-POLY-COUNT PIC 999.
           03 CKPT-ANCHOR-FLAG PIC X.
           03 CKPT-CLASH-COUNT PIC 9(5).
           03 CKPT-NEAR-COUNT PIC 9(5).
       01 CKPT-ROW PIC X(100).
       01 CKPT-POINT.
           03 CKPT-POINT-X PIC 99.
      *Run-control card deck: one KEYWORD=VALUE card per line sets
      *up the next run request (INPUT=, OUTPUT=, ERROR=, POINTS=,
      *OVERLAY=, BACKMARK=, CKPTNAME=, CKPTINT=, RESTART=, PLOTID=,
      *RUNDATE=, STAGE=, RUNLOG=, SUSPENSE=, VECTOR=, CLASH=,
      *CLEARANCE=, SYMLIB=, DEPT=, COSTCTR=), a "RUN"
      *card fires it, and the next block starts from the defaults
      *again, so a whole evening's plots drive from a single card
      *deck instead of twelve positional parameters counted out by
      *hand.
       FD CONTROL-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS CONTROL-CARD.
           03 SLINE PIC X(99).
      *Cumulative run log: one audit record appended per run so an
      *auditor can see what was plotted on any past date and whether
      *the run ended clean. The plot ID, catalog run date, and
      *staging dataset the run archived under ride along so the
      *RECONCIL program can prove each run reached the catalog, and
      *the requesting department and cost centre and the pages the
      *run printed ride along so CHARGEBK can bill it. The layout
      *must stay in step with the one in the RUNREPT, RECONCIL and
      *CHARGEBK programs, which roll these records up.
       FD RUN-LOG-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS LOG-REC.
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
      *Reject suspense queue: every record the run rejects is filed
      *here with its raw input image, where it sat (plot ID, run
      *date, group, and its position among the group's data records
      *- 000 for a window or transform line), and the reason, so it
      *can be corrected and resubmitted instead of re-keyed from the
      *sender's file. The window and transform lines in effect for
      *the group ride along so a resubmission scales and re-orients
      *the corrected record the same way. The queue is cumulative;
      *the layout must stay in step with the one in the SUSPENSE
      *program, which lists, corrects, and resubmits the items.
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
      *Pen-plotter command dataset, written only when the request
      *names one on a VECTOR= card: one command per line - group,
      *command, X, Y, three parameters, and text - so the drafting
      *office can drive a pen plotter from the same input the grid
      *is drawn from. Every group opens with "WN", the units the
      *rest of its commands are in: the "W" window's real-world
      *ranges when the group has one, otherwise grid cells 0-99.
      *"SP" selects a pen (parameter 1 the pen number, 2 the line
      *weight, text the line style); each coordinate run starts
      *with "PU", "MV" to its first point and "PD", and every point
      *after that is a "DR"; a "P" record draws back to the run's
      *first point. Shape records become "CI" (centre, X and Y
      *radius), "RE" (two corners) and "AR" (centre, X and Y
      *radius, quadrant); an "L" record becomes "LB" with its
      *caption. An "S" record is drawn cell by cell from the
      *library, each cell that lands on the grid a "PU", "MV", "PD"
      *and a zero-length "DR" at that cell.
      *"RS" marks where a restart picked the group up
      *again; the records ahead of the checkpoint are not redrawn,
      *so a restart that skips any of them leaves the dataset short
      *of the drawing and fails the run with RC 12.
       FD VECTOR-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS VECTOR-LINE.
       01 VECTOR-LINE.
           03 VLINE PIC X(99).
      *Overlay clash report, written whenever the request lays a
      *base layer with an OVERLAY= card: one line for every cell
      *where a new point, segment, shape, symbol or fill lands on a
      *base layer cell, or comes within the CLEARANCE= distance of
      *one, giving the group, the record's position among the
      *group's data records (the same position the suspense queue
      *uses), the 1-based row and column (as points.txt counts
      *them), what drew the cell, and the input image of the
      *record. Each cell is listed once per group, against the
      *first record to reach it, and each group closes with its two
      *totals.
       FD CLASH-FILE
           LABEL RECORDS IS STANDARD
           DATA RECORD IS CLASH-LINE.
       01 CLASH-LINE.
           03 CLINE PIC X(99).
      *Symbol library kept by SYMMAINT, read here by name for the
      *"S" insertion records. The layout must stay in step with the
      *ones in SYMMAINT and INPEDIT; the 40 cell offsets are taken
      *into SYMBOL-CELL-TABLE to be walked.
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
       FD INPUT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS COORD.
      *or 3 cells across; SPACE or "1" keeps the 1-cell stroke.
           03 STYLE-CH PIC X.
           03 WEIGHT-CH PIC X.
      *The whole input line as it was read, whatever its layout, for
      *the reject suspense queue.
       01 INPUT-IMAGE PIC X(40).
      *Alternate view of the 1st line in input.txt, which holds the
      *point count instead of a coordinate; up to 3 digits wide so a
      *run of a few hundred points can be declared.
           03 ANNOT-SEP PIC X.
           03 ANNOT-YA PIC 99.
           03 ANNOT-TEXT PIC X(20).
      *Alternate view of a symbol insertion line: an "S" in the
      *leading column, the 0-99 grid position of the symbol's
      *insertion point, and the name it is filed under in the symbol
      *library, so a figure drawn on every plot is keyed once.
       01 INSERT-RECORD.
           03 INSERT-CODE PIC X.
           03 INSERT-XA PIC 99.
           03 INSERT-SEP PIC X.
           03 INSERT-YA PIC 99.
           03 INSERT-NAME PIC X(8).
      *Alternate view of the optional window line that may follow the
      *header: a "W" in the leading column, then the real-world X and
      *Y ranges (engineering units, 0-9999) the coordinates that
           01 CKPT-SHAPE-SAVE PIC 999 VALUE 0.
           01 CKPT-REJECT-SAVE PIC 999 VALUE 0.
           01 CKPT-POLY-SAVE PIC 999 VALUE 0.
           01 CKPT-CLASH-SAVE PIC 9(5) VALUE 0.
           01 CKPT-NEAR-SAVE PIC 9(5) VALUE 0.
           01 CKPT-SHORT-FLAG PIC X VALUE "N".
           01 TRAILER-COUNT PIC 999 VALUE 0.
           01 TRAILER-EOF-FLAG PIC X VALUE "N".
           01 STAGING-DATASET-NAME PIC X(40) VALUE "catstage.txt".
           01 CATALOG-PLOT-ID PIC X(8) VALUE SPACES.
           01 CATALOG-RUN-DATE PIC X(8) VALUE SPACES.
           01 REQUEST-DEPT PIC X(8) VALUE SPACES.
           01 REQUEST-COST-CENTRE PIC X(10) VALUE SPACES.
           01 STAGING-OPEN-FLAG PIC X VALUE "N".
           01 RUN-LOG-DATASET-NAME PIC X(40) VALUE "runlog.txt".
           01 SUSPENSE-DATASET-NAME PIC X(40) VALUE "suspense.txt".
           01 SUSPENSE-OPEN-FLAG PIC X VALUE "N".
           01 SUSPENSE-SCAN-EOF-FLAG PIC X VALUE "N".
      *Group and position of a reject, and the furthest one the
      *abended run had already filed, compared as one key.
           01 SUSPENSE-MARK.
               03 SUSPENSE-MARK-GROUP PIC 999.
               03 SUSPENSE-MARK-POSITION PIC 999.
           01 SUSPENSE-HIGH-MARK.
               03 SUSPENSE-HIGH-GROUP PIC 999.
               03 SUSPENSE-HIGH-POSITION PIC 999.
           01 REJECT-CODE PIC XX VALUE SPACES.
           01 REJECT-POSITION PIC 999 VALUE 0.
           01 WINDOW-IMAGE-SAVE PIC X(20) VALUE SPACES.
           01 XFORM-IMAGE-SAVE PIC X(15) VALUE SPACES.
           01 VECTOR-DATASET-NAME PIC X(40) VALUE SPACES.
           01 VECTOR-OPEN-FLAG PIC X VALUE "N".
           01 VECTOR-SHORT-FLAG PIC X VALUE "N".
           01 VECTOR-PEN-FLAG PIC X VALUE "N".
           01 VECTOR-CMD PIC XX VALUE SPACES.
           01 VECTOR-X PIC 9(5) VALUE 0.
           01 VECTOR-Y PIC 9(5) VALUE 0.
           01 VECTOR-P1 PIC 9(5) VALUE 0.
           01 VECTOR-P2 PIC 9(5) VALUE 0.
           01 VECTOR-P3 PIC 9(5) VALUE 0.
           01 VECTOR-TEXT PIC X(20) VALUE SPACES.
           01 VECTOR-GX PIC 999 VALUE 0.
           01 VECTOR-GY PIC 999 VALUE 0.
           01 VECTOR-UX PIC 9(5) VALUE 0.
           01 VECTOR-UY PIC 9(5) VALUE 0.
           01 VECTOR-PT-X PIC 9(5) VALUE 0.
           01 VECTOR-PT-Y PIC 9(5) VALUE 0.
           01 VECTOR-LAST-X PIC 9(5) VALUE 0.
           01 VECTOR-LAST-Y PIC 9(5) VALUE 0.
           01 VECTOR-FIRST-X PIC 9(5) VALUE 0.
           01 VECTOR-FIRST-Y PIC 9(5) VALUE 0.
           01 VECTOR-WANT-WEIGHT PIC 9 VALUE 1.
           01 VECTOR-WANT-STYLE PIC X VALUE SPACE.
           01 VECTOR-PEN-WEIGHT PIC 9 VALUE 0.
           01 VECTOR-PEN-STYLE PIC X VALUE SPACE.
           01 CLASH-DATASET-NAME PIC X(40) VALUE "clash.txt".
           01 CLASH-OPEN-FLAG PIC X VALUE "N".
           01 CLEARANCE-PARM.
               03 CL-DIGIT-1 PIC 9.
               03 CL-DIGIT-2 PIC X.
           01 CLEARANCE PIC 9 VALUE 0.
           01 CLASH-ROW PIC S999 VALUE 0.
           01 CLASH-COL PIC S999 VALUE 0.
           01 CLASH-ROW-OUT PIC 999 VALUE 0.
           01 CLASH-COL-OUT PIC 999 VALUE 0.
           01 CLASH-KIND PIC X(16) VALUE SPACES.
           01 CLASH-SOURCE PIC X(7) VALUE SPACES.
           01 GROUP-CLASH-COUNT PIC 9(5) VALUE 0.
           01 GROUP-NEAR-COUNT PIC 9(5) VALUE 0.
           01 JOB-CLASH-TOTAL PIC 9(5) VALUE 0.
           01 NEAR-ROW PIC S999 VALUE 0.
           01 NEAR-COL PIC S999 VALUE 0.
           01 NEAR-ROW-END PIC S999 VALUE 0.
           01 NEAR-COL-END PIC S999 VALUE 0.
           01 SYMBOL-DATASET-NAME PIC X(40) VALUE "symlib.dat".
           01 SYMBOL-OPEN-FLAG PIC X VALUE "N".
           01 SYMBOL-FOUND-FLAG PIC X VALUE "N".
           01 SYMBOL-CELL-IX PIC 99 VALUE 0.
           01 SYMBOL-X PIC S999 VALUE 0.
           01 SYMBOL-Y PIC S999 VALUE 0.
           01 SYMBOL-BASE-X PIC 99 VALUE 0.
           01 SYMBOL-BASE-Y PIC 99 VALUE 0.
           01 SYMBOL-DX PIC S99 VALUE 0.
           01 SYMBOL-DY PIC S99 VALUE 0.
           01 SYMBOL-TX PIC S99 VALUE 0.
           01 CONTROL-DATASET-NAME PIC X(40) VALUE "runctl.txt".
           01 SUMMARY-DATASET-NAME PIC X(40) VALUE "batchlog.txt".
           01 PENDING-FLAG PIC X VALUE "N".
           01 REQUEST-LIST.
               03 REQUEST-ENTRY OCCURS 100.
                   05 REQ-PLOT-ID PIC X(8).
                   05 REQ-DEPT PIC X(8).
                   05 REQ-INPUT-NAME PIC X(40).
                   05 REQ-RC PIC 99.
           01 CHECK-TABLE.
               03 Y-CHECK OCCURS 100.
                   05 X-CHECK PIC X OCCURS 100.
      *Cell offsets of the symbol being placed, as filed in the
      *library record: sign and 0-10 cells across and up, then the
      *marker.
           01 SYMBOL-CELL-TABLE.
               03 SYMBOL-CELL OCCURS 40.
                   05 SYM-DX-SIGN PIC X.
                   05 SYM-DX PIC 99.
                   05 SYM-DY-SIGN PIC X.
                   05 SYM-DY PIC 99.
                   05 SYM-MARK PIC X.
      *Base layer map kept beside the grid, so a base cell is still
      *known once the new plot has drawn over it: "B" a base cell,
      *"N" a cell within the clearance of one, and "C"/"P" the same
      *two once a clash there has been listed.
           01 BASE-TABLE.
               03 BASE-Y OCCURS 100.
                   05 BASE-CELL PIC X OCCURS 100.
	         01 TMP.
               03 DIGIT PIC 9 OCCURS 2.
           01 TMP-VALUE REDEFINES TMP PIC 99.
               REQ-IX DELIMITED BY SIZE
               " PLOT " DELIMITED BY SIZE
               REQ-PLOT-ID(REQ-IX) DELIMITED BY SIZE
               " DEPT " DELIMITED BY SIZE
               REQ-DEPT(REQ-IX) DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               REQ-RC(REQ-IX) DELIMITED BY SIZE
               " INPUT " DELIMITED BY SIZE
           MOVE SPACE TO RESTART-PARM.
           MOVE SPACES TO CATALOG-PLOT-ID.
           MOVE SPACES TO CATALOG-RUN-DATE.
           MOVE SPACES TO REQUEST-DEPT.
           MOVE SPACES TO REQUEST-COST-CENTRE.
           MOVE "catstage.txt" TO STAGING-DATASET-NAME.
           MOVE "runlog.txt" TO RUN-LOG-DATASET-NAME.
           MOVE "suspense.txt" TO SUSPENSE-DATASET-NAME.
           MOVE SPACES TO VECTOR-DATASET-NAME.
           MOVE "clash.txt" TO CLASH-DATASET-NAME.
           MOVE SPACES TO CLEARANCE-PARM.
           MOVE "symlib.dat" TO SYMBOL-DATASET-NAME.

      *The following function takes one KEYWORD=VALUE card. An
      *unknown or malformed keyword poisons the pending request up
           IF(KEYWORD-WORK EQUAL "RUNLOG")
               MOVE VALUE-WORK TO RUN-LOG-DATASET-NAME
               GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "SUSPENSE")
               MOVE VALUE-WORK TO SUSPENSE-DATASET-NAME
               GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "VECTOR")
               MOVE VALUE-WORK TO VECTOR-DATASET-NAME
               GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "CLASH")
               MOVE VALUE-WORK TO CLASH-DATASET-NAME
               GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "CLEARANCE")
               MOVE VALUE-WORK TO CLEARANCE-PARM
               IF(CL-DIGIT-1 NOT NUMERIC OR CL-DIGIT-2 NOT EQUAL
                       SPACE)
                   GO TO CONTROL-KEYWORD-BAD
               ELSE
                   GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "SYMLIB")
               MOVE VALUE-WORK TO SYMBOL-DATASET-NAME
               GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "DEPT")
               MOVE VALUE-WORK TO REQUEST-DEPT
               GO TO CONTROL-KEYWORD-EXIT.
           IF(KEYWORD-WORK EQUAL "COSTCTR")
               MOVE VALUE-WORK TO REQUEST-COST-CENTRE
               GO TO CONTROL-KEYWORD-EXIT.
       CONTROL-KEYWORD-BAD.
           DISPLAY "BAD CONTROL CARD: " CONTROL-CARD.
           MOVE "Y" TO REQUEST-BAD-FLAG.
           IF(REQUEST-COUNT < 100)
               ADD 1 TO REQUEST-COUNT
               MOVE CATALOG-PLOT-ID TO REQ-PLOT-ID(REQUEST-COUNT)
               MOVE REQUEST-DEPT TO REQ-DEPT(REQUEST-COUNT)
               MOVE INPUT-DATASET-NAME TO
                   REQ-INPUT-NAME(REQUEST-COUNT)
               MOVE RUN-RC TO REQ-RC(REQUEST-COUNT).
           MOVE "N" TO RESTART-TAKEN-FLAG.
           MOVE "N" TO RECORD-HELD-FLAG.
           MOVE "N" TO STAGING-OPEN-FLAG.
           MOVE "N" TO SUSPENSE-OPEN-FLAG.
           MOVE 0 TO SUSPENSE-HIGH-GROUP.
           MOVE 0 TO SUSPENSE-HIGH-POSITION.
           MOVE "N" TO VECTOR-OPEN-FLAG.
           MOVE "N" TO VECTOR-SHORT-FLAG.
           MOVE "N" TO CLASH-OPEN-FLAG.
           MOVE 0 TO JOB-CLASH-TOTAL.
           MOVE "N" TO SYMBOL-OPEN-FLAG.
           MOVE "N" TO RUN-ABORT-FLAG.
           MOVE "N" TO GRID-SECTION-FLAG.
           MOVE "N" TO POLY-PEN-UP-FLAG.
                   CP-DIGIT-2
           ELSE IF(CP-DIGIT-1 NOT EQUAL SPACE)
               MOVE CP-DIGIT-1 TO CHECKPOINT-INTERVAL.
      *A new cell within CLEARANCE cells of a base cell, across,
      *down or diagonally, is listed as a clash; left off or zero,
      *only cells drawn on the base layer itself are.
           MOVE 0 TO CLEARANCE.
           IF(CL-DIGIT-1 NOT EQUAL SPACE)
               MOVE CL-DIGIT-1 TO CLEARANCE.
      *The run is catalogued under PLOTID (nothing is archived when
      *it is left off) and RUNDATE, the system date when left off.
           IF(CATALOG-RUN-DATE EQUAL SPACES)
              CLOSE OUTPUT-FILE
              CLOSE ERROR-FILE
              GO TO RUN-PLOT-FAIL-NOTE.
      *The pen-plotter commands are written only when asked for.
           IF(VECTOR-DATASET-NAME NOT EQUAL SPACES)
               OPEN OUTPUT VECTOR-FILE
               IF(FILE-STATUS NOT EQUAL 00 )
                  DISPLAY "FAIL TO OPEN VECTOR-FILE ("
                      VECTOR-DATASET-NAME ") ERROR: " FILE-STATUS
                  MOVE 16 TO RUN-RC
                  CLOSE INPUT-FILE
                  CLOSE OUTPUT-FILE
                  CLOSE ERROR-FILE
                  CLOSE POINTS-FILE
                  GO TO RUN-PLOT-FAIL-NOTE
               ELSE
                  MOVE "Y" TO VECTOR-OPEN-FLAG.
      *Laying a base layer always brings the clash report with it.
      *Every other file is open by now, so a clash name that fails
      *to open takes the abort unwind.
           IF(OVERLAY-DATASET-NAME NOT EQUAL SPACES)
               OPEN OUTPUT CLASH-FILE
               IF(FILE-STATUS NOT EQUAL 00 )
                  DISPLAY "FAIL TO OPEN CLASH-FILE ("
                      CLASH-DATASET-NAME ") ERROR: " FILE-STATUS
                  MOVE 16 TO RUN-RC
                  MOVE "Y" TO RUN-ABORT-FLAG
                  GO TO RUN-PLOT-ABORT
               ELSE
                  MOVE "Y" TO CLASH-OPEN-FLAG
                  PERFORM CLASH-RUN-HEADER.
      *A restart does not reload the grid here: the input dataset is
      *walked again group by group, and the checkpointed state is
      *applied when the cycle reaches the group the abended step was
      *group and coordinate that was.
           IF(RESTART-PARM EQUAL "R")
               PERFORM CHECKPOINT-PROBE THRU CHECKPOINT-PROBE-EXIT.
           IF(RESTART-ACTIVE-FLAG EQUAL "Y")
               PERFORM SUSPENSE-HIGH-SCAN THRU SUSPENSE-HIGH-SCAN-EXIT.
           MOVE 0 TO GROUP-COUNT.

      *One full plot cycle per group: grid init (or checkpoint
      *Pre-load the prior run's plotted cells as a base layer before
      *any of this group's points are read, so the new plot is drawn
      *over the old one in a single grid. The checkpointed grid
      *already carries any overlay cells, so on a restore only the
      *base layer map the clash report is checked against is
      *rebuilt, and the clashes counted ahead of the checkpoint are
      *carried over so the group total and the condition code still
      *see them. Those clashes are marked listed again in the map
      *from the restored grid, so a cell drawn over a second time
      *after the restart is not listed and counted twice.
           MOVE SPACES TO BASE-TABLE.
           IF(GROUP-RESTORE-FLAG EQUAL "Y")
               MOVE CKPT-CLASH-SAVE TO GROUP-CLASH-COUNT
               MOVE CKPT-NEAR-SAVE TO GROUP-NEAR-COUNT
           ELSE
               MOVE 0 TO GROUP-CLASH-COUNT
               MOVE 0 TO GROUP-NEAR-COUNT.
           IF(OVERLAY-DATASET-NAME NOT EQUAL SPACES)
               PERFORM OVERLAY-PRELOAD THRU OVERLAY-PRELOAD-EXIT.
           IF(RUN-ABORT-FLAG EQUAL "Y")
           GO TO RUN-PLOT-ABORT.
           IF(GROUP-RESTORE-FLAG EQUAL "Y" AND CLEARANCE > 0 AND
                   OVERLAY-DATASET-NAME NOT EQUAL SPACES)
               MOVE 1 TO NEAR-ROW
               PERFORM CLEARANCE-LISTED-ROW.

      *Read the group header. This line is only the point count, so
      *it is read through HEADER-LINE instead of COORD; a 2-digit
      *Each group declares (or omits) its own window.
           MOVE "N" TO WINDOW-ACTIVE-FLAG.
           MOVE "N" TO XFORM-ACTIVE-FLAG.
           MOVE SPACES TO WINDOW-IMAGE-SAVE.
           MOVE SPACES TO XFORM-IMAGE-SAVE.
           PERFORM WINDOW-CHECK THRU WINDOW-CHECK-EXIT.
           IF(RUN-ABORT-FLAG EQUAL "Y")
           GO TO RUN-PLOT-ABORT.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-GROUP-START.

      *Read every coordination in this group. On a cold start there
      *is no anchor yet, so the first accepted record starts a fresh
           IF(GROUP-RESTORE-FLAG EQUAL "Y" AND SKIP-COUNT <
                   LOOP-COUNT)
               PERFORM RESTART-SKIP.
           IF(GROUP-RESTORE-FLAG EQUAL "Y" AND VECTOR-OPEN-FLAG
                   EQUAL "Y")
               PERFORM VECTOR-RESTART-NOTE.
           IF(GROUP-RESTORE-FLAG EQUAL "Y" AND CLASH-OPEN-FLAG
                   EQUAL "Y")
               PERFORM CLASH-RESTART-NOTE.
      *Once the checkpointed group has been restored the restart is
      *complete; this and later groups checkpoint normally again.
           IF(GROUP-RESTORE-FLAG EQUAL "Y")
      *read, so a transmission cut short between the header and the
      *trailer fails the step instead of printing a thin plot.
           PERFORM TRAILER-CHECK THRU TRAILER-CHECK-EXIT.
           IF(CLASH-OPEN-FLAG EQUAL "Y")
               PERFORM CLASH-GROUP-TOTAL.

      *Process which charactors are needed to output.
           MOVE 0 TO LOOP-COUNT.
           CLOSE INPUT-FILE.
           IF(STAGING-OPEN-FLAG EQUAL "Y")
               CLOSE STAGING-FILE.
           IF(SUSPENSE-OPEN-FLAG EQUAL "Y")
               CLOSE SUSPENSE-FILE.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               CLOSE VECTOR-FILE.
           IF(CLASH-OPEN-FLAG EQUAL "Y")
               CLOSE CLASH-FILE.
           IF(SYMBOL-OPEN-FLAG EQUAL "Y")
               CLOSE SYMBOL-FILE.

      *Grade the run for the scheduler: 0 clean, 4 when some points
      *were rejected but the plots stood, 8 when the new plot clashed
      *with the overlay base layer, 12 when a trailer did not
      *reconcile, nothing at all was plotted, or a restart left the
      *vector dataset short of the drawing, so the downstream print,
      *approval and archive steps can branch on the condition code.
           MOVE 0 TO RUN-RC.
           IF(REJECT-COUNT > 0)
               MOVE 4 TO RUN-RC.
           IF(JOB-CLASH-TOTAL > 0)
               MOVE 8 TO RUN-RC.
           IF(JOB-POINT-TOTAL EQUAL 0 AND JOB-SHAPE-TOTAL EQUAL 0)
               MOVE 12 TO RUN-RC.
           IF(TRAILER-BAD-FLAG EQUAL "Y")
               MOVE 12 TO RUN-RC.
           IF(VECTOR-SHORT-FLAG EQUAL "Y")
               MOVE 12 TO RUN-RC.

      *Append this run's audit record to the cumulative run log so
      *a trace of the run outlives output.txt and the console.
           CLOSE INPUT-FILE.
           IF(STAGING-OPEN-FLAG EQUAL "Y")
               CLOSE STAGING-FILE.
           IF(SUSPENSE-OPEN-FLAG EQUAL "Y")
               CLOSE SUSPENSE-FILE.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               CLOSE VECTOR-FILE.
           IF(CLASH-OPEN-FLAG EQUAL "Y")
               CLOSE CLASH-FILE.
           IF(SYMBOL-OPEN-FLAG EQUAL "Y")
               CLOSE SYMBOL-FILE.
           PERFORM RUN-LOG-WRITE THRU RUN-LOG-WRITE-EXIT.
       RUN-ONE-PLOT-EXIT.
           EXIT.
           IF(LOOP-COUNT-S < 100)
           GO TO FOR-LOOP-INIT2.

      *The following 5 functions read a prior run's points.txt back
      *in and mark each row,column pair with the background marker,
      *and in the base layer map along with every cell within the
      *clearance of it. A pair that does not land inside the grid
      *is skipped rather than allowed to corrupt a subscript. On a
      *restore the grid already carries the marker, so only the map
      *is marked, and a base cell the grid shows drawn over is one
      *whose clash was already listed. The 2 functions after them
      *do the same on a restore for the cells within clearance.
      *An overlay name that fails to open is a per-request card
      *value, so it fails only this request: the run is flagged for
      *the abort unwind instead of stopping the whole batch.
               AT END
                   MOVE "Y" TO OVERLAY-EOF-FLAG.
           IF(OVERLAY-EOF-FLAG NOT EQUAL "Y")
               PERFORM OVERLAY-MARK THRU OVERLAY-MARK-EXIT
               GO TO OVERLAY-READ.

       OVERLAY-MARK.
           IF(OVL-ROW < 1 OR OVL-ROW > 100 OR OVL-COL < 1 OR
                   OVL-COL > 100)
               GO TO OVERLAY-MARK-EXIT.
           IF(GROUP-RESTORE-FLAG NOT EQUAL "Y")
               MOVE BACKGROUND-MARKER TO X-CHECK(OVL-ROW, OVL-COL).
           IF(X-CHECK(OVL-ROW, OVL-COL) EQUAL BACKGROUND-MARKER)
               MOVE "B" TO BASE-CELL(OVL-ROW, OVL-COL)
           ELSE
               MOVE "C" TO BASE-CELL(OVL-ROW, OVL-COL).
           IF(CLEARANCE > 0)
               COMPUTE NEAR-ROW = OVL-ROW - CLEARANCE
               COMPUTE NEAR-ROW-END = OVL-ROW + CLEARANCE
               PERFORM CLEARANCE-MARK-ROW.
       OVERLAY-MARK-EXIT.
           EXIT.

       CLEARANCE-MARK-ROW.
           COMPUTE NEAR-COL = OVL-COL - CLEARANCE.
           COMPUTE NEAR-COL-END = OVL-COL + CLEARANCE.
           IF(NEAR-ROW > 0 AND NEAR-ROW < 101)
               PERFORM CLEARANCE-MARK-CELL.
           ADD 1 TO NEAR-ROW.
           IF(NEAR-ROW NOT > NEAR-ROW-END)
           GO TO CLEARANCE-MARK-ROW.

       CLEARANCE-MARK-CELL.
           IF(NEAR-COL > 0 AND NEAR-COL < 101)
               IF(BASE-CELL(NEAR-ROW, NEAR-COL) EQUAL SPACE)
                   MOVE "N" TO BASE-CELL(NEAR-ROW, NEAR-COL).
           ADD 1 TO NEAR-COL.
           IF(NEAR-COL NOT > NEAR-COL-END)
           GO TO CLEARANCE-MARK-CELL.

       CLEARANCE-LISTED-ROW.
           MOVE 1 TO NEAR-COL.
           PERFORM CLEARANCE-LISTED-CELL.
           ADD 1 TO NEAR-ROW.
           IF(NEAR-ROW < 101)
           GO TO CLEARANCE-LISTED-ROW.

       CLEARANCE-LISTED-CELL.
           IF(BASE-CELL(NEAR-ROW, NEAR-COL) EQUAL "N" AND
                   X-CHECK(NEAR-ROW, NEAR-COL) NOT EQUAL "0")
               MOVE "P" TO BASE-CELL(NEAR-ROW, NEAR-COL).
           ADD 1 TO NEAR-COL.
           IF(NEAR-COL < 101)
           GO TO CLEARANCE-LISTED-CELL.

      *The following 5 functions rewrite the whole checkpoint image:
      *the control line, the 100 grid rows, the accepted points, the
           MOVE REJECT-COUNT TO CKPT-REJECT-COUNT.
           MOVE POLY-COUNT TO CKPT-POLY-COUNT.
           MOVE ANCHOR-VALID-FLAG TO CKPT-ANCHOR-FLAG.
           MOVE GROUP-CLASH-COUNT TO CKPT-CLASH-COUNT.
           MOVE GROUP-NEAR-COUNT TO CKPT-NEAR-COUNT.
           WRITE CKPT-CONTROL.
           MOVE 0 TO CKPT-IX.
           PERFORM CHECKPOINT-WRITE-ROW.
       CHECKPOINT-PROBE-EXIT.
           EXIT.

      *The following 3 functions find how far the abended run got
      *with the suspense queue. It filed every reject it met, past
      *its last checkpoint too, so the furthest group and position
      *already queued for this input dataset, plot ID and run date
      *is noted, and SUSPENSE-PUT files nothing at or ahead of it a
      *second time. A queue that will not open has nothing in it
      *to repeat.
       SUSPENSE-HIGH-SCAN.
           OPEN INPUT SUSPENSE-FILE.
           IF(FILE-STATUS NOT EQUAL 00 )
           GO TO SUSPENSE-HIGH-SCAN-EXIT.
           MOVE "N" TO SUSPENSE-SCAN-EOF-FLAG.
           PERFORM SUSPENSE-HIGH-READ.
           CLOSE SUSPENSE-FILE.
       SUSPENSE-HIGH-SCAN-EXIT.
           EXIT.

       SUSPENSE-HIGH-READ.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO SUSPENSE-SCAN-EOF-FLAG.
           IF(SUSPENSE-SCAN-EOF-FLAG NOT EQUAL "Y")
               IF(SUSP-INPUT-NAME EQUAL INPUT-DATASET-NAME AND
                       SUSP-PLOT-ID EQUAL CATALOG-PLOT-ID AND
                       SUSP-RUN-DATE EQUAL CATALOG-RUN-DATE)
                   PERFORM SUSPENSE-HIGH-NOTE
                   GO TO SUSPENSE-HIGH-READ
               ELSE
                   GO TO SUSPENSE-HIGH-READ.

       SUSPENSE-HIGH-NOTE.
           MOVE SUSP-GROUP TO SUSPENSE-MARK-GROUP.
           MOVE SUSP-POSITION TO SUSPENSE-MARK-POSITION.
           IF(SUSPENSE-MARK > SUSPENSE-HIGH-MARK)
               MOVE SUSPENSE-MARK TO SUSPENSE-HIGH-MARK.

      *The following 5 functions read the checkpoint image back when
      *the plot cycle reaches the checkpointed group. A missing,
      *empty, or truncated checkpoint (an abend can land in the
           MOVE CKPT-REJECT-COUNT TO CKPT-REJECT-SAVE.
           MOVE CKPT-POLY-COUNT TO CKPT-POLY-SAVE.
           MOVE CKPT-ANCHOR-FLAG TO CKPT-ANCHOR-SAVE.
           MOVE CKPT-CLASH-COUNT TO CKPT-CLASH-SAVE.
           MOVE CKPT-NEAR-COUNT TO CKPT-NEAR-SAVE.
           MOVE "N" TO CKPT-SHORT-FLAG.
           MOVE 0 TO CKPT-IX.
           PERFORM CHECKPOINT-RESTORE-ROW THRU
           MOVE RUN-RC TO LOG-RC.
           MOVE INPUT-DATASET-NAME TO LOG-INPUT-NAME.
           MOVE OUTPUT-DATASET-NAME TO LOG-OUTPUT-NAME.
           MOVE CATALOG-PLOT-ID TO LOG-PLOT-ID.
           MOVE CATALOG-RUN-DATE TO LOG-CAT-RUN-DATE.
           MOVE STAGING-DATASET-NAME TO LOG-STAGE-NAME.
           MOVE REQUEST-DEPT TO LOG-DEPT.
           MOVE REQUEST-COST-CENTRE TO LOG-COST-CENTRE.
           MOVE PAGE-NUMBER TO LOG-PAGES.
           WRITE LOG-REC.
           CLOSE RUN-LOG-FILE.
       RUN-LOG-WRITE-EXIT.
                   " BAD WINDOW RANGE" DELIMITED BY SIZE
                   INTO ELINE
               PERFORM WRITE-ERROR-NOTE
               MOVE "BAD WINDOW RANGE" TO REJECT-REASON
               MOVE 0 TO REJECT-POSITION
               PERFORM SUSPENSE-PUT THRU SUSPENSE-PUT-EXIT
               GO TO WINDOW-CHECK-READ.
           MOVE "Y" TO WINDOW-ACTIVE-FLAG.
           MOVE WINDOW-LINE TO WINDOW-IMAGE-SAVE.
           GO TO WINDOW-CHECK-READ.
       WINDOW-CHECK-EXIT.
           EXIT.
                   " BAD TRANSFORM" DELIMITED BY SIZE
                   INTO ELINE
               PERFORM WRITE-ERROR-NOTE
               MOVE "BAD TRANSFORM" TO REJECT-REASON
               MOVE 0 TO REJECT-POSITION
               PERFORM SUSPENSE-PUT THRU SUSPENSE-PUT-EXIT
               GO TO XFORM-SET-EXIT.
           MOVE XFORM-ROT TO XFORM-ROT-SAVE.
           MOVE XFORM-MIRROR TO XFORM-MIRROR-SAVE.
           IF(XFORM-YSIGN EQUAL "-")
               COMPUTE XFORM-YOFF-SAVE = 0 - XFORM-YOFF.
           MOVE "Y" TO XFORM-ACTIVE-FLAG.
           MOVE XFORM-LINE TO XFORM-IMAGE-SAVE.
       XFORM-SET-EXIT.
           EXIT.

               PERFORM ANNOT-CASE THRU ANNOT-CASE-EXIT
               GO TO FOR-LOOP-READ-CONTINUE.

      *An "S" record places a library symbol; it stands alone too.
           IF(SHAPE-CODE EQUAL "S")
               PERFORM SYMBOL-CASE THRU SYMBOL-CASE-EXIT
               GO TO FOR-LOOP-READ-CONTINUE.

      *A window in effect means the record carries the widened
      *engineering-unit fields and is scaled into the grid; without
      *one the record is the original 0-99 grid layout.
           IF(WEIGHT-WORK EQUAL "3")
               MOVE 3 TO STROKE-WEIGHT.

      *Work out where the pen plotter puts this point while it is
      *still a 0-99 grid coordinate.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-POINT-UNITS.

           ADD 1 TO XCOORD.
           ADD 1 TO YCOORD.
           ADD 1 TO PASTYCOORD.
           ADD 1 TO PASTXCOORD.
           MOVE MARKER-CHAR TO X-CHECK(YCOORD, XCOORD).
           MOVE YCOORD TO CLASH-ROW.
           MOVE XCOORD TO CLASH-COL.
           MOVE "POINT" TO CLASH-SOURCE.
           PERFORM CLASH-CHECK.

      *PEN-CODE of "N" means pen-up: this point starts a new, separate
      *line instead of connecting back to PASTXCOORD/PASTYCOORD. A
           IF(PEN-WORK EQUAL "N")
               MOVE 0 TO POLY-COUNT
               PERFORM POLY-APPEND
               IF(VECTOR-OPEN-FLAG EQUAL "Y")
                   PERFORM VECTOR-RUN-START
                   GO TO FOR-LOOP-READ-TAIL
               ELSE
                   GO TO FOR-LOOP-READ-TAIL.

      *PASTXCOORD/PASTYCOORD are not a real anchor when no point has
      *been accepted yet (or the point that would have become the
           IF(ANCHOR-VALID-FLAG EQUAL "N")
               MOVE 0 TO POLY-COUNT
               PERFORM POLY-APPEND
               IF(VECTOR-OPEN-FLAG EQUAL "Y")
                   PERFORM VECTOR-RUN-START
                   GO TO FOR-LOOP-READ-TAIL
               ELSE
                   GO TO FOR-LOOP-READ-TAIL.

           PERFORM POLY-APPEND.
           PERFORM SEGMENT-DRAW THRU SEGMENT-DRAW-EXIT.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-DRAW.

      *PEN-CODE of "P" closes the run as a polygon: the outline is
      *completed back to the run's first vertex and the interior is
               REJECT-REASON DELIMITED BY SIZE
               INTO ELINE.
           PERFORM WRITE-ERROR-NOTE.
           MOVE LOOP-COUNT TO REJECT-POSITION.
           PERFORM SUSPENSE-PUT THRU SUSPENSE-PUT-EXIT.

      *The following 2 functions file a rejected record in the
      *reject suspense queue: its raw image, plot ID, run date,
      *group, position, and a 2-byte reason code beside the reason
      *text. The queue is opened on first use, extended when it
      *exists and created when it does not. On a restart the
      *abended run has already filed its rejects up to wherever it
      *stopped, which can be well past the checkpoint and into later
      *groups: nothing is filed while the groups ahead of the
      *checkpointed one are replayed, and after that only a reject
      *beyond the furthest one SUSPENSE-HIGH-SCAN found queued.
      *A suspense name that fails to open is a per-request card
      *value, so it fails only this request: the run is flagged for
      *the abort unwind instead of stopping the whole batch.
       SUSPENSE-PUT.
           IF(RESTART-ACTIVE-FLAG EQUAL "Y")
           GO TO SUSPENSE-PUT-EXIT.
           MOVE GROUP-COUNT TO SUSPENSE-MARK-GROUP.
           MOVE REJECT-POSITION TO SUSPENSE-MARK-POSITION.
           IF(SUSPENSE-MARK NOT > SUSPENSE-HIGH-MARK)
           GO TO SUSPENSE-PUT-EXIT.
           IF(SUSPENSE-OPEN-FLAG NOT EQUAL "Y")
               OPEN EXTEND SUSPENSE-FILE
               IF(FILE-STATUS EQUAL 35)
                   OPEN OUTPUT SUSPENSE-FILE.
           IF(SUSPENSE-OPEN-FLAG NOT EQUAL "Y" AND FILE-STATUS NOT
                   EQUAL 00)
              DISPLAY "FAIL TO OPEN SUSPENSE-FILE ("
                  SUSPENSE-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RUN-RC
              MOVE "Y" TO RUN-ABORT-FLAG
              GO TO SUSPENSE-PUT-EXIT.
           IF(SUSPENSE-OPEN-FLAG NOT EQUAL "Y")
               ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE "Y" TO SUSPENSE-OPEN-FLAG.
           PERFORM REJECT-CODE-SET.
           MOVE SPACES TO SUSP-REC.
           MOVE CATALOG-PLOT-ID TO SUSP-PLOT-ID.
           MOVE CATALOG-RUN-DATE TO SUSP-RUN-DATE.
           MOVE GROUP-COUNT TO SUSP-GROUP.
           MOVE REJECT-POSITION TO SUSP-POSITION.
           MOVE REJECT-CODE TO SUSP-REASON-CODE.
           MOVE REJECT-REASON TO SUSP-REASON.
           MOVE "O" TO SUSP-STATUS.
           MOVE RUN-STAMP-DATE TO SUSP-SUSPENDED-DATE.
           MOVE RUN-STAMP-DATE TO SUSP-STATUS-DATE.
           MOVE INPUT-IMAGE TO SUSP-IMAGE.
           MOVE WINDOW-IMAGE-SAVE TO SUSP-WINDOW-IMAGE.
           MOVE XFORM-IMAGE-SAVE TO SUSP-XFORM-IMAGE.
           MOVE INPUT-DATASET-NAME TO SUSP-INPUT-NAME.
           WRITE SUSP-REC.
       SUSPENSE-PUT-EXIT.
           EXIT.

      *Each reject reason carries a fixed 2-byte code so operations
      *can sort and count the suspense queue by cause.
       REJECT-CODE-SET.
           MOVE "XX" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "OUT OF RANGE")
               MOVE "OR" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "DUPLICATE POINT")
               MOVE "DP" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "RESERVED MARKER")
               MOVE "RM" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "BAD LINE STYLE")
               MOVE "LS" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "BAD LINE WEIGHT")
               MOVE "LW" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "BAD SHAPE EXTENT")
               MOVE "SE" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "ANNOTATION ON BORDER")
               MOVE "AB" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "BAD WINDOW RANGE")
               MOVE "BW" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "BAD TRANSFORM")
               MOVE "BX" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "UNKNOWN SYMBOL")
               MOVE "US" TO REJECT-CODE.
           IF(REJECT-REASON EQUAL "RETIRED SYMBOL")
               MOVE "RS" TO REJECT-CODE.

      *Every error.txt line funnels through here so the group's
      *lines are also on hand for the catalog archive.
       POLY-CLOSE.
           IF(POLY-COUNT < 3)
               GO TO POLY-CLOSE-EXIT.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-CLOSE-RUN.
           MOVE XCOORD TO POLY-SAVE-X.
           MOVE YCOORD TO POLY-SAVE-Y.
           MOVE XCOORD TO PASTXCOORD.
           IF(CROSS-IX < CROSS-COUNT)
           GO TO POLY-FILL-SPAN.

      *The base layer shows through a fill like anything else
      *already plotted, but the zone still covers it, so every cell
      *of the span is checked for a clash.
       POLY-FILL-CELL.
           IF(FILL-COL > 0 AND FILL-COL < 101 AND FILL-ROW > 0 AND
                   FILL-ROW < 101)
               MOVE FILL-ROW TO CLASH-ROW
               MOVE FILL-COL TO CLASH-COL
               MOVE "FILL" TO CLASH-SOURCE
               PERFORM CLASH-CHECK
               IF(X-CHECK(FILL-ROW, FILL-COL) EQUAL "0")
                   MOVE FILL-WORK TO X-CHECK(FILL-ROW, FILL-COL).
           ADD 1 TO FILL-COL.
           IF(POINT-REJECT-FLAG EQUAL "Y")
               PERFORM WRITE-REJECT-LINE
               GO TO SHAPE-CASE-EXIT.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-SHAPE.

      *A blank MARKER column keeps the original "*" look, the same as
      *a coordinate record.
       SHAPE-PLOT.
           IF(PLOT-ROW > 0 AND PLOT-ROW < 101 AND PLOT-COL > 0 AND
                   PLOT-COL < 101)
               MOVE MARKER-CHAR TO X-CHECK(PLOT-ROW, PLOT-COL)
               MOVE PLOT-ROW TO CLASH-ROW
               MOVE PLOT-COL TO CLASH-COL
               MOVE "SHAPE" TO CLASH-SOURCE
               PERFORM CLASH-CHECK.

      *The following 3 functions place a text annotation record.
      *ANNOT-CASE validates it like everything else: a caption that
           IF(POINT-REJECT-FLAG EQUAL "Y")
               PERFORM WRITE-REJECT-LINE
               GO TO ANNOT-CASE-EXIT.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-LABEL.
           COMPUTE ANNOT-ROW = YCOORD + 1.
           MOVE 0 TO ANNOT-IX.
           PERFORM ANNOT-TEXT-PLACE THRU ANNOT-TEXT-PLACE-EXIT.
       ANNOT-TEXT-PLACE-EXIT.
           EXIT.

      *The following 4 functions place a library symbol from an "S"
      *insertion record. The insertion point is a 0-99 grid position
      *like a shape's centre: it goes through the group's transform
      *and is rejected as out of range when that pushes it off the
      *grid. A name the library does not hold (or no library at
      *all) is rejected as an unknown symbol, a retired one as a
      *retired symbol, both logged to error.txt like any other
      *reject. Each cell's offset is turned and flipped with the
      *group's rotation and mirror and added to the transformed
      *insertion point, so the whole figure moves with the group;
      *only a cell whose final position is off the grid is clipped,
      *the same as a shape that spills past the border.
       SYMBOL-CASE.
           MOVE SPACE TO POINT-REJECT-FLAG.
           MOVE SPACES TO REJECT-REASON.
           MOVE 999 TO XCOORD.
           MOVE 999 TO YCOORD.
           IF(INSERT-XA NUMERIC AND INSERT-YA NUMERIC)
               MOVE INSERT-XA TO XCOORD
               MOVE INSERT-YA TO YCOORD.
           IF(XFORM-ACTIVE-FLAG EQUAL "Y")
               PERFORM XFORM-APPLY THRU XFORM-APPLY-EXIT.
           IF(XCOORD > 99 OR YCOORD > 99)
               MOVE "Y" TO POINT-REJECT-FLAG
               MOVE "OUT OF RANGE" TO REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               GO TO SYMBOL-CASE-EXIT.
           MOVE XCOORD TO SYMBOL-BASE-X.
           MOVE YCOORD TO SYMBOL-BASE-Y.
           PERFORM SYMBOL-FETCH THRU SYMBOL-FETCH-EXIT.
           IF(RUN-ABORT-FLAG EQUAL "Y")
           GO TO SYMBOL-CASE-EXIT.
           IF(SYMBOL-FOUND-FLAG NOT EQUAL "Y")
               MOVE "Y" TO POINT-REJECT-FLAG
               MOVE "UNKNOWN SYMBOL" TO REJECT-REASON
           ELSE IF(SYM-STATUS NOT EQUAL "A")
               MOVE "Y" TO POINT-REJECT-FLAG
               MOVE "RETIRED SYMBOL" TO REJECT-REASON.
           IF(POINT-REJECT-FLAG EQUAL "Y")
               PERFORM WRITE-REJECT-LINE
               GO TO SYMBOL-CASE-EXIT.
           ADD 1 TO SHAPE-COUNT.
           MOVE 0 TO SYMBOL-CELL-IX.
           IF(SYM-CELL-COUNT > 0 AND SYM-CELL-COUNT < 41)
               PERFORM SYMBOL-CELL-PLOT THRU SYMBOL-CELL-NEXT.
       SYMBOL-CASE-EXIT.
           EXIT.

      *The library is opened on the first insertion record of the
      *run. One that does not exist yet only makes every symbol
      *unknown; any other open failure is a bad SYMLIB= card and
      *takes the abort unwind.
       SYMBOL-FETCH.
           IF(SYMBOL-OPEN-FLAG EQUAL "N")
               OPEN INPUT SYMBOL-FILE
               IF(FILE-STATUS EQUAL 00)
                   MOVE "Y" TO SYMBOL-OPEN-FLAG
               ELSE IF(FILE-STATUS EQUAL 35)
                   MOVE "M" TO SYMBOL-OPEN-FLAG.
           IF(SYMBOL-OPEN-FLAG EQUAL "N")
              DISPLAY "FAIL TO OPEN SYMBOL-FILE ("
                  SYMBOL-DATASET-NAME ") ERROR: " FILE-STATUS
              MOVE 16 TO RUN-RC
              MOVE "Y" TO RUN-ABORT-FLAG
              GO TO SYMBOL-FETCH-EXIT.
           MOVE "N" TO SYMBOL-FOUND-FLAG.
           IF(SYMBOL-OPEN-FLAG NOT EQUAL "Y" OR INSERT-NAME EQUAL
                   SPACES)
           GO TO SYMBOL-FETCH-EXIT.
           MOVE INSERT-NAME TO SYM-NAME.
           MOVE "Y" TO SYMBOL-FOUND-FLAG.
           READ SYMBOL-FILE
               INVALID KEY
                   MOVE "N" TO SYMBOL-FOUND-FLAG
           END-READ.
           IF(SYMBOL-FOUND-FLAG EQUAL "Y")
               MOVE SYM-CELL-TABLE TO SYMBOL-CELL-TABLE.
       SYMBOL-FETCH-EXIT.
           EXIT.

      *A blank (or reserved) marker in the library draws as "*".
       SYMBOL-CELL-PLOT.
           ADD 1 TO SYMBOL-CELL-IX.
           MOVE SYM-DX(SYMBOL-CELL-IX) TO SYMBOL-DX.
           IF(SYM-DX-SIGN(SYMBOL-CELL-IX) EQUAL "-")
               COMPUTE SYMBOL-DX = 0 - SYM-DX(SYMBOL-CELL-IX).
           MOVE SYM-DY(SYMBOL-CELL-IX) TO SYMBOL-DY.
           IF(SYM-DY-SIGN(SYMBOL-CELL-IX) EQUAL "-")
               COMPUTE SYMBOL-DY = 0 - SYM-DY(SYMBOL-CELL-IX).
           IF(XFORM-ACTIVE-FLAG EQUAL "Y")
               PERFORM SYMBOL-OFFSET-XFORM.
           COMPUTE SYMBOL-X = SYMBOL-BASE-X + SYMBOL-DX.
           COMPUTE SYMBOL-Y = SYMBOL-BASE-Y + SYMBOL-DY.
           IF(SYMBOL-X < 0 OR SYMBOL-X > 99 OR SYMBOL-Y < 0 OR
                   SYMBOL-Y > 99)
           GO TO SYMBOL-CELL-NEXT.
           MOVE SYMBOL-X TO XCOORD.
           MOVE SYMBOL-Y TO YCOORD.
           MOVE "*" TO MARKER-CHAR.
           IF(SYM-MARK(SYMBOL-CELL-IX) NOT EQUAL SPACE AND
                   SYM-MARK(SYMBOL-CELL-IX) NOT EQUAL "0" AND
                   SYM-MARK(SYMBOL-CELL-IX) NOT EQUAL "+" AND
                   SYM-MARK(SYMBOL-CELL-IX) NOT EQUAL "-" AND
                   SYM-MARK(SYMBOL-CELL-IX) NOT EQUAL "|")
               MOVE SYM-MARK(SYMBOL-CELL-IX) TO MARKER-CHAR.
           COMPUTE PLOT-ROW = YCOORD + 1.
           COMPUTE PLOT-COL = XCOORD + 1.
           MOVE MARKER-CHAR TO X-CHECK(PLOT-ROW, PLOT-COL).
           MOVE PLOT-ROW TO CLASH-ROW.
           MOVE PLOT-COL TO CLASH-COL.
           MOVE "SYMBOL" TO CLASH-SOURCE.
           PERFORM CLASH-CHECK.
           IF(VECTOR-OPEN-FLAG EQUAL "Y")
               PERFORM VECTOR-SYMBOL.
       SYMBOL-CELL-NEXT.
           IF(SYMBOL-CELL-IX < SYM-CELL-COUNT)
           GO TO SYMBOL-CELL-PLOT.

      *A cell offset turns with the group the way XFORM-APPLY turns
      *a grid position, less the centring: the rotation first, then
      *the mirror. The offsets have already moved the insertion
      *point.
       SYMBOL-OFFSET-XFORM.
           IF(XFORM-ROT-SAVE EQUAL 90)
               COMPUTE SYMBOL-TX = 0 - SYMBOL-DY
               MOVE SYMBOL-DX TO SYMBOL-DY
               MOVE SYMBOL-TX TO SYMBOL-DX.
           IF(XFORM-ROT-SAVE EQUAL 180)
               COMPUTE SYMBOL-DX = 0 - SYMBOL-DX
               COMPUTE SYMBOL-DY = 0 - SYMBOL-DY.
           IF(XFORM-ROT-SAVE EQUAL 270)
               MOVE SYMBOL-DY TO SYMBOL-TX
               COMPUTE SYMBOL-DY = 0 - SYMBOL-DX
               MOVE SYMBOL-TX TO SYMBOL-DX.
           IF(XFORM-MIRROR-SAVE EQUAL "X")
               COMPUTE SYMBOL-DY = 0 - SYMBOL-DY.
           IF(XFORM-MIRROR-SAVE EQUAL "Y")
               COMPUTE SYMBOL-DX = 0 - SYMBOL-DX.

      *The following 13 functions write the pen-plotter command
      *dataset. A point is carried in the group's units: a windowed
      *point that no transform has moved keeps the engineering-unit
      *value it was keyed in, so the plotter draws at true scale;
      *anything else (a transformed point, a shape, a caption, a
      *symbol, a restored anchor) is a 0-99 grid position and is
      *stretched back out through the window when the group has
      *one. VECTOR-PEN-FLAG says whether the pen still rests on the
      *line anchor; a shape, caption or symbol moves it away, so the
      *next draw first puts it back. A symbol is drawn out cell by
      *cell from the library, so the plotter needs no copy of it.
       VECTOR-GROUP-START.
           MOVE "N" TO VECTOR-PEN-FLAG.
           MOVE 0 TO VECTOR-PEN-WEIGHT.
           MOVE "WN" TO VECTOR-CMD.
           IF(WINDOW-ACTIVE-FLAG EQUAL "Y")
               MOVE WIN-XMIN-SAVE TO VECTOR-X
               MOVE WIN-YMIN-SAVE TO VECTOR-Y
               MOVE WIN-XMAX-SAVE TO VECTOR-P1
               MOVE WIN-YMAX-SAVE TO VECTOR-P2
               MOVE "WINDOW UNITS" TO VECTOR-TEXT
           ELSE
               MOVE 99 TO VECTOR-P1
               MOVE 99 TO VECTOR-P2
               MOVE "GRID CELLS" TO VECTOR-TEXT.
           PERFORM VECTOR-PUT.

      *A restored group picks up at the checkpointed anchor and
      *polygon vertex run, so a later draw or close lands where the
      *grid says it should. The records ahead of the checkpoint were
      *skipped, not redrawn, so the plotter dataset is missing them
      *and the run is marked to fail.
       VECTOR-RESTART-NOTE.
           IF(LOOP-COUNT > 0)
               MOVE "Y" TO VECTOR-SHORT-FLAG
               DISPLAY "VECTOR DATASET INCOMPLETE - GROUP "
                   GROUP-COUNT " RECORDS 1-" LOOP-COUNT
                   " NOT REDRAWN ON RESTART".
           MOVE PASTXCOORD TO VECTOR-GX.
           MOVE PASTYCOORD TO VECTOR-GY.
           PERFORM VECTOR-UNITS.
           MOVE VECTOR-UX TO VECTOR-LAST-X.
           MOVE VECTOR-UY TO VECTOR-LAST-Y.
           IF(POLY-COUNT > 0)
               COMPUTE VECTOR-GX = POLY-X(1) - 1
               COMPUTE VECTOR-GY = POLY-Y(1) - 1
               PERFORM VECTOR-UNITS
               MOVE VECTOR-UX TO VECTOR-FIRST-X
               MOVE VECTOR-UY TO VECTOR-FIRST-Y.
           MOVE "RS" TO VECTOR-CMD.
           MOVE VECTOR-LAST-X TO VECTOR-X.
           MOVE VECTOR-LAST-Y TO VECTOR-Y.
           MOVE LOOP-COUNT TO VECTOR-P1.
           MOVE "RESUMED AFTER RECORD" TO VECTOR-TEXT.
           PERFORM VECTOR-PUT.

       VECTOR-POINT-UNITS.
           MOVE XCOORD TO VECTOR-GX.
           MOVE YCOORD TO VECTOR-GY.
           PERFORM VECTOR-UNITS.
           MOVE VECTOR-UX TO VECTOR-PT-X.
           MOVE VECTOR-UY TO VECTOR-PT-Y.
           IF(WINDOW-ACTIVE-FLAG EQUAL "Y" AND XFORM-ACTIVE-FLAG NOT
                   EQUAL "Y")
               MOVE WIDE-X TO VECTOR-PT-X
               MOVE WIDE-Y TO VECTOR-PT-Y.

       VECTOR-UNITS.
           MOVE VECTOR-GX TO VECTOR-UX.
           MOVE VECTOR-GY TO VECTOR-UY.
           IF(WINDOW-ACTIVE-FLAG EQUAL "Y")
               COMPUTE VECTOR-UX ROUNDED = WIN-XMIN-SAVE + VECTOR-GX
                   * (WIN-XMAX-SAVE - WIN-XMIN-SAVE) / 99
               COMPUTE VECTOR-UY ROUNDED = WIN-YMIN-SAVE + VECTOR-GY
                   * (WIN-YMAX-SAVE - WIN-YMIN-SAVE) / 99.

      *A fresh run (pen-up "N" record, or no anchor to draw from)
      *lifts the pen and sets it down on the run's first point.
       VECTOR-RUN-START.
           MOVE STROKE-WEIGHT TO VECTOR-WANT-WEIGHT.
           MOVE STYLE-WORK TO VECTOR-WANT-STYLE.
           PERFORM VECTOR-PEN-SELECT.
           MOVE VECTOR-PT-X TO VECTOR-LAST-X.
           MOVE VECTOR-PT-Y TO VECTOR-LAST-Y.
           MOVE VECTOR-PT-X TO VECTOR-FIRST-X.
           MOVE VECTOR-PT-Y TO VECTOR-FIRST-Y.
           PERFORM VECTOR-PEN-PLACE.

       VECTOR-DRAW.
           MOVE STROKE-WEIGHT TO VECTOR-WANT-WEIGHT.
           MOVE STYLE-WORK TO VECTOR-WANT-STYLE.
           PERFORM VECTOR-PEN-SELECT.
           IF(VECTOR-PEN-FLAG NOT EQUAL "Y")
               PERFORM VECTOR-PEN-PLACE.
           MOVE "DR" TO VECTOR-CMD.
           MOVE VECTOR-PT-X TO VECTOR-X.
           MOVE VECTOR-PT-Y TO VECTOR-Y.
           PERFORM VECTOR-PUT.
           MOVE VECTOR-PT-X TO VECTOR-LAST-X.
           MOVE VECTOR-PT-Y TO VECTOR-LAST-Y.

      *A "P" record finishes its polygon back at the run's first
      *point, skipped when the operator already closed it by hand.
       VECTOR-CLOSE-RUN.
           IF(VECTOR-FIRST-X NOT EQUAL VECTOR-LAST-X OR
                   VECTOR-FIRST-Y NOT EQUAL VECTOR-LAST-Y)
               MOVE "DR" TO VECTOR-CMD
               MOVE VECTOR-FIRST-X TO VECTOR-X
               MOVE VECTOR-FIRST-Y TO VECTOR-Y
               PERFORM VECTOR-PUT
               MOVE VECTOR-FIRST-X TO VECTOR-LAST-X
               MOVE VECTOR-FIRST-Y TO VECTOR-LAST-Y.

       VECTOR-PEN-PLACE.
           MOVE "PU" TO VECTOR-CMD.
           PERFORM VECTOR-PUT.
           MOVE "MV" TO VECTOR-CMD.
           MOVE VECTOR-LAST-X TO VECTOR-X.
           MOVE VECTOR-LAST-Y TO VECTOR-Y.
           PERFORM VECTOR-PUT.
           MOVE "PD" TO VECTOR-CMD.
           PERFORM VECTOR-PUT.
           MOVE "Y" TO VECTOR-PEN-FLAG.

      *Pens are numbered by style and weight: 1-3 solid, 4-6
      *dashed, 7-9 dotted, in weight order within each style. A
      *pen is only selected when the stroke changes.
       VECTOR-PEN-SELECT.
           IF(VECTOR-WANT-WEIGHT NOT EQUAL VECTOR-PEN-WEIGHT OR
                   VECTOR-WANT-STYLE NOT EQUAL VECTOR-PEN-STYLE)
               MOVE VECTOR-WANT-WEIGHT TO VECTOR-PEN-WEIGHT
               MOVE VECTOR-WANT-STYLE TO VECTOR-PEN-STYLE
               MOVE "SP" TO VECTOR-CMD
               MOVE VECTOR-WANT-WEIGHT TO VECTOR-P1
               MOVE VECTOR-WANT-WEIGHT TO VECTOR-P2
               MOVE "SOLID" TO VECTOR-TEXT
               IF(VECTOR-WANT-STYLE EQUAL "D")
                   ADD 3 TO VECTOR-P1
                   MOVE "DASHED" TO VECTOR-TEXT
                   PERFORM VECTOR-PUT
               ELSE IF(VECTOR-WANT-STYLE EQUAL "T")
                   ADD 6 TO VECTOR-P1
                   MOVE "DOTTED" TO VECTOR-TEXT
                   PERFORM VECTOR-PUT
               ELSE
                   PERFORM VECTOR-PUT.

      *A shape is drawn with the 1-weight solid pen, as on the grid.
      *The radius is stretched along each axis separately, so a
      *window with unequal ranges gives the true-scale ellipse.
       VECTOR-SHAPE.
           MOVE 1 TO VECTOR-WANT-WEIGHT.
           MOVE SPACE TO VECTOR-WANT-STYLE.
           PERFORM VECTOR-PEN-SELECT.
           MOVE SHAPE-CX TO VECTOR-GX.
           MOVE SHAPE-CY TO VECTOR-GY.
           PERFORM VECTOR-UNITS.
           MOVE VECTOR-UX TO VECTOR-X.
           MOVE VECTOR-UY TO VECTOR-Y.
           MOVE SHAPE-R TO VECTOR-P1.
           MOVE SHAPE-R TO VECTOR-P2.
           IF(WINDOW-ACTIVE-FLAG EQUAL "Y")
               COMPUTE VECTOR-P1 ROUNDED = SHAPE-R *
                   (WIN-XMAX-SAVE - WIN-XMIN-SAVE) / 99
               COMPUTE VECTOR-P2 ROUNDED = SHAPE-R *
                   (WIN-YMAX-SAVE - WIN-YMIN-SAVE) / 99.
           MOVE "CI" TO VECTOR-CMD.
           IF(SHAPE-CODE EQUAL "A")
               MOVE "AR" TO VECTOR-CMD
               MOVE SHAPE-EX2 TO VECTOR-P3.
           IF(SHAPE-CODE EQUAL "R")
               MOVE SHAPE-EX1 TO VECTOR-GX
               MOVE SHAPE-EX2 TO VECTOR-GY
               PERFORM VECTOR-UNITS
               MOVE "RE" TO VECTOR-CMD
               MOVE VECTOR-UX TO VECTOR-P1
               MOVE VECTOR-UY TO VECTOR-P2.
           PERFORM VECTOR-PUT.
           MOVE "N" TO VECTOR-PEN-FLAG.

       VECTOR-LABEL.
           MOVE XCOORD TO VECTOR-GX.
           MOVE YCOORD TO VECTOR-GY.
           PERFORM VECTOR-UNITS.
           MOVE "LB" TO VECTOR-CMD.
           MOVE VECTOR-UX TO VECTOR-X.
           MOVE VECTOR-UY TO VECTOR-Y.
           MOVE ANNOT-TEXT TO VECTOR-TEXT.
           PERFORM VECTOR-PUT.
           MOVE "N" TO VECTOR-PEN-FLAG.

      *A symbol is drawn one cell at a time with the 1-weight solid
      *pen, each cell that landed on the grid dotted where the grid
      *shows it, already turned and flipped with the group. The pen
      *is set down at the cell rather than through VECTOR-PEN-PLACE,
      *so the line anchor it goes back to is kept.
       VECTOR-SYMBOL.
           MOVE 1 TO VECTOR-WANT-WEIGHT.
           MOVE SPACE TO VECTOR-WANT-STYLE.
           PERFORM VECTOR-PEN-SELECT.
           MOVE SYMBOL-X TO VECTOR-GX.
           MOVE SYMBOL-Y TO VECTOR-GY.
           PERFORM VECTOR-UNITS.
           MOVE "PU" TO VECTOR-CMD.
           PERFORM VECTOR-PUT.
           MOVE "MV" TO VECTOR-CMD.
           MOVE VECTOR-UX TO VECTOR-X.
           MOVE VECTOR-UY TO VECTOR-Y.
           PERFORM VECTOR-PUT.
           MOVE "PD" TO VECTOR-CMD.
           PERFORM VECTOR-PUT.
           MOVE "DR" TO VECTOR-CMD.
           MOVE VECTOR-UX TO VECTOR-X.
           MOVE VECTOR-UY TO VECTOR-Y.
           PERFORM VECTOR-PUT.
           MOVE "N" TO VECTOR-PEN-FLAG.

       VECTOR-PUT.
           MOVE SPACES TO VLINE.
           STRING GROUP-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-CMD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-Y DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-P1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-P2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-P3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VECTOR-TEXT DELIMITED BY SIZE
               INTO VLINE.
           WRITE VECTOR-LINE.
           MOVE 0 TO VECTOR-X.
           MOVE 0 TO VECTOR-Y.
           MOVE 0 TO VECTOR-P1.
           MOVE 0 TO VECTOR-P2.
           MOVE 0 TO VECTOR-P3.
           MOVE SPACES TO VECTOR-TEXT.

      *The following 2 function print the legend above the grid:
      *the point count, then the coordinate list in entry order.
      *POINT-COUNT (not NUM-OF-POINTS) drives this, since a rejected
       STROKE-PLOT.
           IF(PLOT-ROW > 0 AND PLOT-ROW < 101 AND PLOT-COL > 0 AND
                   PLOT-COL < 101)
               MOVE MARKER-CHAR TO X-CHECK(PLOT-ROW, PLOT-COL)
               MOVE PLOT-ROW TO CLASH-ROW
               MOVE PLOT-COL TO CLASH-COL
               MOVE "SEGMENT" TO CLASH-SOURCE
               PERFORM CLASH-CHECK.

      *The following 5 functions write the overlay clash report. A
      *new cell is checked against the base layer map as it is
      *drawn; the map only holds anything when a base layer was
      *laid, so without an OVERLAY= card nothing is ever listed.
      *The map entry is moved on once listed, so a cell drawn again
      *by a heavier stroke or a later record is listed only once.
       CLASH-CHECK.
           IF(BASE-CELL(CLASH-ROW, CLASH-COL) EQUAL "B")
               MOVE "C" TO BASE-CELL(CLASH-ROW, CLASH-COL)
               MOVE "ON BASE LAYER" TO CLASH-KIND
               ADD 1 TO GROUP-CLASH-COUNT
               PERFORM CLASH-LINE-WRITE
           ELSE IF(BASE-CELL(CLASH-ROW, CLASH-COL) EQUAL "N")
               MOVE "P" TO BASE-CELL(CLASH-ROW, CLASH-COL)
               MOVE "WITHIN CLEARANCE" TO CLASH-KIND
               ADD 1 TO GROUP-NEAR-COUNT
               PERFORM CLASH-LINE-WRITE.

       CLASH-LINE-WRITE.
           MOVE CLASH-ROW TO CLASH-ROW-OUT.
           MOVE CLASH-COL TO CLASH-COL-OUT.
           MOVE SPACES TO CLINE.
           STRING "G" DELIMITED BY SIZE
               GROUP-COUNT DELIMITED BY SIZE
               " REC " DELIMITED BY SIZE
               LOOP-COUNT DELIMITED BY SIZE
               " ROW " DELIMITED BY SIZE
               CLASH-ROW-OUT DELIMITED BY SIZE
               " COL " DELIMITED BY SIZE
               CLASH-COL-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLASH-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLASH-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INPUT-IMAGE DELIMITED BY SIZE
               INTO CLINE.
           WRITE CLASH-LINE.

       CLASH-RUN-HEADER.
           MOVE SPACES TO CLINE.
           STRING "CLASH REPORT INPUT " DELIMITED BY SIZE
               INPUT-DATASET-NAME DELIMITED BY SPACE
               " OVERLAY " DELIMITED BY SIZE
               OVERLAY-DATASET-NAME DELIMITED BY SPACE
               " CLEARANCE " DELIMITED BY SIZE
               CLEARANCE DELIMITED BY SIZE
               INTO CLINE.
           WRITE CLASH-LINE.

      *The records ahead of the checkpoint in the restored group are
      *skipped, not redrawn, so their clashes are not listed again.
       CLASH-RESTART-NOTE.
           MOVE SPACES TO CLINE.
           STRING "G" DELIMITED BY SIZE
               GROUP-COUNT DELIMITED BY SIZE
               " RESTARTED AFTER REC " DELIMITED BY SIZE
               LOOP-COUNT DELIMITED BY SIZE
               " - CLASHES AHEAD OF IT NOT RELISTED" DELIMITED BY
               SIZE
               INTO CLINE.
           WRITE CLASH-LINE.

       CLASH-GROUP-TOTAL.
           ADD GROUP-CLASH-COUNT TO JOB-CLASH-TOTAL.
           ADD GROUP-NEAR-COUNT TO JOB-CLASH-TOTAL.
           MOVE SPACES TO CLINE.
           STRING "G" DELIMITED BY SIZE
               GROUP-COUNT DELIMITED BY SIZE
               " CELLS ON BASE LAYER " DELIMITED BY SIZE
               GROUP-CLASH-COUNT DELIMITED BY SIZE
               " WITHIN CLEARANCE " DELIMITED BY SIZE
               GROUP-NEAR-COUNT DELIMITED BY SIZE
               INTO CLINE.
           WRITE CLASH-LINE.
           
       FOR-LOOP-WRITE.
           IF(LOOP-COUNT > 0)
