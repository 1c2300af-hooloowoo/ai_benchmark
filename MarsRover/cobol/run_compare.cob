       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-COMPARE.
       AUTHOR. MARS.

      *> ============================================================
      *> Head-to-Head Run Comparison — COBOL
      *>
      *> The ghost rover shows a race while it is being driven; this
      *> report settles it afterwards. Given two run IDs from the
      *> MRRUNCAT.DAT catalog as a "run,run" COMMAND-LINE parameter,
      *> it reads both runs' retained telemetry files side by side,
      *> frame by frame, and reports:
      *>
      *>   - where the rovers' paths split (and joined again), and
      *>     how many frames the two spent in different columns
      *>   - who crashed first, on which frame, and where — the
      *>     column the rover was driving in, the tunnel walls, and
      *>     whether it was a wall or a rock (decided the same way
      *>     DRIVER-CAREER decides it)
      *>   - the score lead frame by frame (frames survived plus
      *>     the crate bonus, as MARS-ROVER scores it), with every
      *>     change of lead and how long each run held it
      *>   - each run's average distance from the tunnel centre per
      *>     100-frame segment, side by side, with the score lead at
      *>     the end of each segment
      *>
      *> Only runs driven on the same recorded course are compared:
      *> each run's ledger record (the live MRHISCORE.DAT, or the
      *> MRARyyyymm.DAT archive of the run's month) must be found
      *> and the two HS-COURSE values must match. Runs on freshly
      *> rolled tunnels (course spaces) never match anything, since
      *> no two rolled tunnels are alike.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCAT-FILE ASSIGN TO "MRRUNCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCAT-STATUS.
           SELECT HS-FILE ASSIGN USING WS-HS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT TELA-FILE ASSIGN USING WS-TELA-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELA-STATUS.
           SELECT TELB-FILE ASSIGN USING WS-TELB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCAT-FILE.
           COPY "runcatc.cpy".

       FD  HS-FILE.
           COPY "hiscorec.cpy".

      *> The two runs' telemetry, read in step
       FD  TELA-FILE.
           COPY "telemc.cpy"
               REPLACING LEADING ==TELEM== BY ==TELA==.

       FD  TELB-FILE.
           COPY "telemc.cpy"
               REPLACING LEADING ==TELEM== BY ==TELB==.

       WORKING-STORAGE SECTION.

       01 WS-RUNCAT-STATUS  PIC XX    VALUE "00".
       01 WS-HS-STATUS      PIC XX    VALUE "00".
       01 WS-TELA-STATUS    PIC XX    VALUE "00".
       01 WS-TELB-STATUS    PIC XX    VALUE "00".
       01 WS-HS-NAME        PIC X(14) VALUE SPACES.
       01 WS-TELA-NAME      PIC X(20) VALUE SPACES.
       01 WS-TELB-NAME      PIC X(20) VALUE SPACES.

      *> The two run IDs asked for
       01 WS-PARM-STRING    PIC X(20) VALUE SPACES.
       01 WS-PARM-RUN1      PIC X(10) VALUE SPACES.
       01 WS-PARM-RUN2      PIC X(10) VALUE SPACES.
       01 WS-PARM-OK        PIC 9     VALUE 0.
       01 WS-REFUSED        PIC 9     VALUE 0.

      *> Everything known about each of the two runs: its catalog
      *> entry, its ledger record's course, and the running tally
      *> of its telemetry. Side 1 is the first run ID given.
       01 WS-SIDES.
          05 WS-SIDE            OCCURS 2 TIMES.
             10 WS-S-RUN-ID     PIC 9(5).
             10 WS-S-TIMESTAMP  PIC X(14).
             10 WS-S-DRIVER     PIC X(8).
             10 WS-S-SCORE      PIC 9(5).
             10 WS-S-TELEM-NAME PIC X(20).
             10 WS-S-CAT-FOUND  PIC 9.
             10 WS-S-HS-FOUND   PIC 9.
             10 WS-S-COURSE     PIC X(8).
             10 WS-S-ENDED      PIC 9.
             10 WS-S-HAS-FRAME  PIC 9.
      *>       The frame in hand
             10 WS-S-X          PIC 99.
             10 WS-S-LEFT       PIC 99.
             10 WS-S-RIGHT      PIC 99.
             10 WS-S-COLLISION  PIC 9.
             10 WS-S-OBJ        PIC X.
             10 WS-S-OBJ-X      PIC 99.
             10 WS-S-CRATE      PIC 9.
      *>       Run so far
             10 WS-S-PREV-X     PIC 99.
             10 WS-S-FRAMES     PIC 9(5).
             10 WS-S-CRATES     PIC 9(4).
             10 WS-S-CRASHES    PIC 9(3).
             10 WS-S-RUN-SCORE  PIC 9(6).
             10 WS-S-LEAD-FRAMES PIC 9(5).
             10 WS-S-BEST-LEAD  PIC 9(6).
             10 WS-S-BEST-LEAD-AT PIC 9(5).
             10 WS-S-SEG-SUM    PIC 9(6)V9.
             10 WS-S-SEG-FRAMES PIC 9(3).
      *>       First crash: frame, column driven from, walls, kind
             10 WS-S-FC-FRAME   PIC 9(5).
             10 WS-S-FC-COL     PIC 99.
             10 WS-S-FC-LEFT    PIC 99.
             10 WS-S-FC-RIGHT   PIC 99.
             10 WS-S-FC-KIND    PIC X(4).
       01 WS-SX             PIC 9     VALUE 0.
       01 WS-OTHER          PIC 9     VALUE 0.

      *> Rules the telemetry is read by, as MARS-ROVER plays them
       01 WS-START-X        PIC 99    VALUE 30.
       01 WS-CRATE-BONUS    PIC 99    VALUE 25.
       01 WS-REACH          PIC S99   VALUE 0.
       01 WS-CENTRE         PIC 99V9  VALUE 0.
       01 WS-DIST           PIC S99V9 VALUE 0.

      *> Frame in hand, paths, and lead
       01 WS-FRAME-NO       PIC 9(5)  VALUE 0.
       01 WS-TOGETHER       PIC 9     VALUE 1.
       01 WS-FIRST-SPLIT    PIC 9(5)  VALUE 0.
       01 WS-FRAMES-APART   PIC 9(5)  VALUE 0.
       01 WS-SHARED-FRAMES  PIC 9(5)  VALUE 0.
       01 WS-LEADER         PIC 9     VALUE 0.
       01 WS-LAST-LEADER    PIC 9     VALUE 0.
       01 WS-LEAD-CHANGES   PIC 9(4)  VALUE 0.
       01 WS-LEAD-BY        PIC 9(6)  VALUE 0.
       01 WS-CRASH-GAP      PIC 9(5)  VALUE 0.

      *> Path and lead events, in frame order, as printed
       01 WS-MAX-EVENTS     PIC 99    VALUE 40.
       01 WS-SPLIT-EVENTS   PIC 9(4)  VALUE 0.
       01 WS-SPLIT-LINES.
          05 WS-SPLIT-LINE  PIC X(70) OCCURS 40 TIMES.
       01 WS-LEAD-EVENTS    PIC 9(4)  VALUE 0.
       01 WS-LEAD-LINES.
          05 WS-LEAD-LINE   PIC X(70) OCCURS 40 TIMES.
       01 WS-EVENT-TEXT     PIC X(70) VALUE SPACES.

      *> Distance from centre per 100-frame segment, both runs,
      *> with the scores standing at the end of the segment
       01 WS-SEG-SIZE       PIC 9(3)  VALUE 100.
       01 WS-MAX-SEGS       PIC 9(3)  VALUE 100.
       01 WS-SEG-COUNT      PIC 9(3)  VALUE 0.
       01 WS-SEG-DROPPED    PIC 9(3)  VALUE 0.
       01 WS-SEGS.
          05 WS-SEG             OCCURS 100 TIMES.
             10 WS-G-FIRST      PIC 9(5).
             10 WS-G-RUN        OCCURS 2 TIMES.
                15 WS-G-AVG     PIC 99V99.
                15 WS-G-FRAMES  PIC 9(3).
                15 WS-G-SCORE   PIC 9(6).

      *> Printing
       01 WS-AVG-ED         PIC Z9.99.
       01 WS-AVG2-ED        PIC Z9.99.
       01 WS-SIDE-TEXT      PIC X(16) VALUE SPACES.
       01 WS-SIDE2-TEXT     PIC X(16) VALUE SPACES.
       01 WS-LEAD-TEXT      PIC X(20) VALUE SPACES.

       01 WS-I              PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY " "
           DISPLAY "===== MARS ROVER HEAD-TO-HEAD ====="
           PERFORM PARSE-RUN-IDS
           IF WS-PARM-OK = 0
               DISPLAY "USAGE: RUN-COMPARE run,run "
                   "(TWO RUN IDS FROM MRRUNCAT.DAT)"
           ELSE
               PERFORM FIND-CATALOG-ENTRIES
               IF WS-REFUSED = 0
                   PERFORM FIND-LEDGER-RECORDS
               END-IF
               IF WS-REFUSED = 0
                   PERFORM CHECK-SAME-COURSE
               END-IF
               IF WS-REFUSED = 0
                   PERFORM COMPARE-TELEMETRY
               END-IF
               IF WS-REFUSED = 0
                   PERFORM PRINT-COMPARISON
               END-IF
           END-IF
           DISPLAY "==================================="
           GOBACK.

      *> ============================================================
      *> Two different numeric run IDs off the COMMAND-LINE.
      *> ============================================================
       PARSE-RUN-IDS.
           MOVE 0 TO WS-PARM-OK
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-PARM-RUN1 WS-PARM-RUN2
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PARM-RUN1) TO WS-PARM-RUN1
           MOVE FUNCTION TRIM(WS-PARM-RUN2) TO WS-PARM-RUN2
           IF WS-PARM-RUN1 NOT = SPACES AND
              WS-PARM-RUN2 NOT = SPACES AND
              FUNCTION TEST-NUMVAL(WS-PARM-RUN1) = 0 AND
              FUNCTION TEST-NUMVAL(WS-PARM-RUN2) = 0
               INITIALIZE WS-SIDES
               COMPUTE WS-S-RUN-ID(1) = FUNCTION NUMVAL(WS-PARM-RUN1)
               COMPUTE WS-S-RUN-ID(2) = FUNCTION NUMVAL(WS-PARM-RUN2)
               IF WS-S-RUN-ID(1) > 0 AND WS-S-RUN-ID(2) > 0
                   MOVE 1 TO WS-PARM-OK
               END-IF
               IF WS-S-RUN-ID(1) = WS-S-RUN-ID(2)
                   DISPLAY "RUN " WS-S-RUN-ID(1)
                       " CANNOT BE COMPARED WITH ITSELF"
                   MOVE 0 TO WS-PARM-OK
               END-IF
           END-IF.

      *> ============================================================
      *> Each run's catalog entry: driver, final score, timestamp
      *> (for the archive month), and telemetry file name.
      *> ============================================================
       FIND-CATALOG-ENTRIES.
           OPEN INPUT RUNCAT-FILE
           IF WS-RUNCAT-STATUS = "00"
               PERFORM UNTIL WS-RUNCAT-STATUS NOT = "00"
                   READ RUNCAT-FILE
                       AT END
                           MOVE "10" TO WS-RUNCAT-STATUS
                       NOT AT END
                           PERFORM VARYING WS-SX FROM 1 BY 1
                               UNTIL WS-SX > 2
                               IF CAT-RUN-ID = WS-S-RUN-ID(WS-SX)
                                   PERFORM TAKE-CATALOG-ENTRY
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RUNCAT-FILE
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-CAT-FOUND(WS-SX) = 0
                   DISPLAY "COMPARISON REFUSED: RUN "
                       WS-S-RUN-ID(WS-SX)
                       " IS NOT IN THE RUN CATALOG"
                   MOVE 1 TO WS-REFUSED
               END-IF
           END-PERFORM.

       TAKE-CATALOG-ENTRY.
           MOVE CAT-TIMESTAMP  TO WS-S-TIMESTAMP(WS-SX)
           MOVE CAT-DRIVER-ID  TO WS-S-DRIVER(WS-SX)
           MOVE CAT-TELEM-NAME TO WS-S-TELEM-NAME(WS-SX)
           IF CAT-SCORE IS NUMERIC
               MOVE CAT-SCORE TO WS-S-SCORE(WS-SX)
           END-IF
           MOVE 1 TO WS-S-CAT-FOUND(WS-SX).

      *> ============================================================
      *> Each run's ledger record, for the course it was driven on:
      *> the live ledger first, then the archive for the month the
      *> catalog dates the run in.
      *> ============================================================
       FIND-LEDGER-RECORDS.
           MOVE "MRHISCORE.DAT" TO WS-HS-NAME
           PERFORM SEARCH-LEDGER-FILE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-HS-FOUND(WS-SX) = 0
                   MOVE SPACES TO WS-HS-NAME
                   STRING
                       "MRAR"                         DELIMITED SIZE
                       WS-S-TIMESTAMP(WS-SX)(1:6)     DELIMITED SIZE
                       ".DAT"                         DELIMITED SIZE
                       INTO WS-HS-NAME
                   END-STRING
                   PERFORM SEARCH-LEDGER-FILE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-HS-FOUND(WS-SX) = 0
                   DISPLAY "COMPARISON REFUSED: NO LEDGER RECORD "
                       "FOR RUN " WS-S-RUN-ID(WS-SX)
                       ", ITS COURSE IS UNKNOWN"
                   MOVE 1 TO WS-REFUSED
               END-IF
           END-PERFORM.

       SEARCH-LEDGER-FILE.
           OPEN INPUT HS-FILE
           IF WS-HS-STATUS = "00"
               PERFORM UNTIL WS-HS-STATUS NOT = "00"
                   READ HS-FILE
                       AT END
                           MOVE "10" TO WS-HS-STATUS
                       NOT AT END
                           PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > 2
                               IF HS-RUN-ID IS NUMERIC AND
                                  HS-RUN-ID = WS-S-RUN-ID(WS-I)
                                   MOVE HS-COURSE
                                       TO WS-S-COURSE(WS-I)
                                   MOVE 1 TO WS-S-HS-FOUND(WS-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE HS-FILE
           END-IF.

      *> ============================================================
      *> The two runs must have been driven on the same recorded
      *> course, or the comparison means nothing.
      *> ============================================================
       CHECK-SAME-COURSE.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-COURSE(WS-SX) = SPACES
                   DISPLAY "COMPARISON REFUSED: RUN "
                       WS-S-RUN-ID(WS-SX)
                       " WAS DRIVEN ON A ROLLED TUNNEL, "
                       "NOT A RECORDED COURSE"
                   MOVE 1 TO WS-REFUSED
               END-IF
           END-PERFORM
           IF WS-REFUSED = 0 AND
              WS-S-COURSE(1) NOT = WS-S-COURSE(2)
               DISPLAY "COMPARISON REFUSED: DIFFERENT COURSES"
               DISPLAY "  RUN " WS-S-RUN-ID(1) " ON COURSE "
                   WS-S-COURSE(1)
               DISPLAY "  RUN " WS-S-RUN-ID(2) " ON COURSE "
                   WS-S-COURSE(2)
               MOVE 1 TO WS-REFUSED
           END-IF.

      *> ============================================================
      *> Read the two telemetry files in step, one frame of each
      *> at a time, until both runs are over.
      *> ============================================================
       COMPARE-TELEMETRY.
           MOVE WS-S-TELEM-NAME(1) TO WS-TELA-NAME
           MOVE WS-S-TELEM-NAME(2) TO WS-TELB-NAME
           OPEN INPUT TELA-FILE
           IF WS-TELA-STATUS NOT = "00"
               DISPLAY "COMPARISON REFUSED: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-TELA-NAME) " FOR RUN "
                   WS-S-RUN-ID(1) " STATUS=" WS-TELA-STATUS
               MOVE 1 TO WS-REFUSED
           END-IF
           OPEN INPUT TELB-FILE
           IF WS-TELB-STATUS NOT = "00"
               DISPLAY "COMPARISON REFUSED: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-TELB-NAME) " FOR RUN "
                   WS-S-RUN-ID(2) " STATUS=" WS-TELB-STATUS
               MOVE 1 TO WS-REFUSED
           END-IF
           IF WS-REFUSED = 0
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
                   MOVE WS-START-X TO WS-S-PREV-X(WS-SX)
               END-PERFORM
               MOVE 0 TO WS-FRAME-NO
               PERFORM UNTIL WS-S-ENDED(1) = 1 AND
                             WS-S-ENDED(2) = 1
                   ADD 1 TO WS-FRAME-NO
                   PERFORM READ-FRAME-A
                   PERFORM READ-FRAME-B
                   IF WS-S-HAS-FRAME(1) = 1 OR
                      WS-S-HAS-FRAME(2) = 1
                       PERFORM COMPARE-ONE-FRAME
                   END-IF
               END-PERFORM
               IF WS-S-SEG-FRAMES(1) > 0 OR
                  WS-S-SEG-FRAMES(2) > 0
                   PERFORM CLOSE-SEGMENT
               END-IF
           END-IF
           IF WS-TELA-STATUS NOT = "35"
               CLOSE TELA-FILE
           END-IF
           IF WS-TELB-STATUS NOT = "35"
               CLOSE TELB-FILE
           END-IF.

       READ-FRAME-A.
           MOVE 0 TO WS-S-HAS-FRAME(1)
           IF WS-S-ENDED(1) = 0
               READ TELA-FILE
                   AT END
                       MOVE 1 TO WS-S-ENDED(1)
                   NOT AT END
                       MOVE 1 TO WS-S-HAS-FRAME(1)
                       MOVE TELA-ROVER-X   TO WS-S-X(1)
                       MOVE TELA-LEFT      TO WS-S-LEFT(1)
                       MOVE TELA-RIGHT     TO WS-S-RIGHT(1)
                       MOVE TELA-COLLISION TO WS-S-COLLISION(1)
                       MOVE TELA-OBJ       TO WS-S-OBJ(1)
                       MOVE TELA-OBJ-X     TO WS-S-OBJ-X(1)
                       MOVE TELA-CRATE     TO WS-S-CRATE(1)
               END-READ
           END-IF.

       READ-FRAME-B.
           MOVE 0 TO WS-S-HAS-FRAME(2)
           IF WS-S-ENDED(2) = 0
               READ TELB-FILE
                   AT END
                       MOVE 1 TO WS-S-ENDED(2)
                   NOT AT END
                       MOVE 1 TO WS-S-HAS-FRAME(2)
                       MOVE TELB-ROVER-X   TO WS-S-X(2)
                       MOVE TELB-LEFT      TO WS-S-LEFT(2)
                       MOVE TELB-RIGHT     TO WS-S-RIGHT(2)
                       MOVE TELB-COLLISION TO WS-S-COLLISION(2)
                       MOVE TELB-OBJ       TO WS-S-OBJ(2)
                       MOVE TELB-OBJ-X     TO WS-S-OBJ-X(2)
                       MOVE TELB-CRATE     TO WS-S-CRATE(2)
               END-READ
           END-IF.

      *> ============================================================
      *> One frame of the race: each run's tally, then the paths
      *> (while both are still driving), then the lead.
      *> ============================================================
       COMPARE-ONE-FRAME.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-HAS-FRAME(WS-SX) = 1
                   PERFORM TALLY-SIDE-FRAME
               END-IF
           END-PERFORM
           IF WS-S-HAS-FRAME(1) = 1 AND WS-S-HAS-FRAME(2) = 1
               PERFORM CHECK-PATHS
           END-IF
           PERFORM CHECK-LEAD
           IF FUNCTION MOD(WS-FRAME-NO, WS-SEG-SIZE) = 0
               PERFORM CLOSE-SEGMENT
           END-IF.

       TALLY-SIDE-FRAME.
           ADD 1 TO WS-S-FRAMES(WS-SX)
           IF WS-S-CRATE(WS-SX) = 1
               ADD 1 TO WS-S-CRATES(WS-SX)
           END-IF
           COMPUTE WS-S-RUN-SCORE(WS-SX) = WS-S-FRAMES(WS-SX) +
               (WS-S-CRATES(WS-SX) * WS-CRATE-BONUS)
           IF WS-S-COLLISION(WS-SX) = 1
               ADD 1 TO WS-S-CRASHES(WS-SX)
               IF WS-S-CRASHES(WS-SX) = 1
                   PERFORM NOTE-FIRST-CRASH
               END-IF
           END-IF
      *>   Distance from the tunnel centre, as TELEM-REPORT takes it
           COMPUTE WS-CENTRE =
               (WS-S-LEFT(WS-SX) + WS-S-RIGHT(WS-SX)) / 2
           COMPUTE WS-DIST = WS-S-X(WS-SX) - WS-CENTRE
           IF WS-DIST < 0
               COMPUTE WS-DIST = 0 - WS-DIST
           END-IF
           ADD WS-DIST TO WS-S-SEG-SUM(WS-SX)
           ADD 1 TO WS-S-SEG-FRAMES(WS-SX)
           MOVE WS-S-X(WS-SX) TO WS-S-PREV-X(WS-SX).

      *> ============================================================
      *> The rover is recentred once it crashes, so the place of
      *> the crash is the column it was driving in the frame
      *> before. A rock in the tunnel within a column of that is
      *> what it hit; otherwise it was the wall.
      *> ============================================================
       NOTE-FIRST-CRASH.
           MOVE WS-FRAME-NO           TO WS-S-FC-FRAME(WS-SX)
           MOVE WS-S-PREV-X(WS-SX)    TO WS-S-FC-COL(WS-SX)
           MOVE WS-S-LEFT(WS-SX)      TO WS-S-FC-LEFT(WS-SX)
           MOVE WS-S-RIGHT(WS-SX)     TO WS-S-FC-RIGHT(WS-SX)
           COMPUTE WS-REACH =
               WS-S-OBJ-X(WS-SX) - WS-S-PREV-X(WS-SX)
           IF WS-S-OBJ(WS-SX) = "R" AND
              WS-REACH >= -1 AND WS-REACH <= 1 AND
              WS-S-OBJ-X(WS-SX) > WS-S-LEFT(WS-SX) AND
              WS-S-OBJ-X(WS-SX) < WS-S-RIGHT(WS-SX)
               MOVE "ROCK" TO WS-S-FC-KIND(WS-SX)
               MOVE WS-S-OBJ-X(WS-SX) TO WS-S-FC-COL(WS-SX)
           ELSE
               MOVE "WALL" TO WS-S-FC-KIND(WS-SX)
           END-IF.

      *> ============================================================
      *> Paths split when the rovers stand in different columns and
      *> rejoin when they stand in the same one again.
      *> ============================================================
       CHECK-PATHS.
           ADD 1 TO WS-SHARED-FRAMES
           IF WS-S-X(1) NOT = WS-S-X(2)
               ADD 1 TO WS-FRAMES-APART
               IF WS-TOGETHER = 1
                   MOVE 0 TO WS-TOGETHER
                   IF WS-FIRST-SPLIT = 0
                       MOVE WS-FRAME-NO TO WS-FIRST-SPLIT
                   END-IF
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "  FRAME " WS-FRAME-NO
                       "  PATHS SPLIT: RUN " WS-S-RUN-ID(1)
                       " COLUMN " WS-S-X(1) ", RUN "
                       WS-S-RUN-ID(2) " COLUMN " WS-S-X(2)
                       DELIMITED SIZE INTO WS-EVENT-TEXT
                   END-STRING
                   PERFORM ADD-SPLIT-EVENT
               END-IF
           ELSE
               IF WS-TOGETHER = 0
                   MOVE 1 TO WS-TOGETHER
                   MOVE SPACES TO WS-EVENT-TEXT
                   STRING "  FRAME " WS-FRAME-NO
                       "  PATHS REJOIN AT COLUMN " WS-S-X(1)
                       DELIMITED SIZE INTO WS-EVENT-TEXT
                   END-STRING
                   PERFORM ADD-SPLIT-EVENT
               END-IF
           END-IF.

       ADD-SPLIT-EVENT.
           ADD 1 TO WS-SPLIT-EVENTS
           IF WS-SPLIT-EVENTS <= WS-MAX-EVENTS
               MOVE WS-EVENT-TEXT TO WS-SPLIT-LINE(WS-SPLIT-EVENTS)
           END-IF.

      *> ============================================================
      *> Who leads on score after this frame. A run whose telemetry
      *> has ended keeps its final score. Level scores leave the
      *> lead where it was; the lead changes hands only when the
      *> other run goes ahead.
      *> ============================================================
       CHECK-LEAD.
           EVALUATE TRUE
               WHEN WS-S-RUN-SCORE(1) > WS-S-RUN-SCORE(2)
                   MOVE 1 TO WS-LEADER
                   MOVE 2 TO WS-OTHER
               WHEN WS-S-RUN-SCORE(2) > WS-S-RUN-SCORE(1)
                   MOVE 2 TO WS-LEADER
                   MOVE 1 TO WS-OTHER
               WHEN OTHER
                   MOVE 0 TO WS-LEADER
           END-EVALUATE
           IF WS-LEADER > 0
               ADD 1 TO WS-S-LEAD-FRAMES(WS-LEADER)
               COMPUTE WS-LEAD-BY = WS-S-RUN-SCORE(WS-LEADER) -
                   WS-S-RUN-SCORE(WS-OTHER)
               IF WS-LEAD-BY > WS-S-BEST-LEAD(WS-LEADER)
                   MOVE WS-LEAD-BY TO WS-S-BEST-LEAD(WS-LEADER)
                   MOVE WS-FRAME-NO
                       TO WS-S-BEST-LEAD-AT(WS-LEADER)
               END-IF
               IF WS-LEADER NOT = WS-LAST-LEADER
                   MOVE SPACES TO WS-EVENT-TEXT
                   IF WS-LAST-LEADER = 0
                       STRING "  FRAME " WS-FRAME-NO
                           "  RUN " WS-S-RUN-ID(WS-LEADER)
                           " TAKES THE LEAD "
                           WS-S-RUN-SCORE(WS-LEADER) " TO "
                           WS-S-RUN-SCORE(WS-OTHER)
                           DELIMITED SIZE INTO WS-EVENT-TEXT
                       END-STRING
                   ELSE
                       ADD 1 TO WS-LEAD-CHANGES
                       STRING "  FRAME " WS-FRAME-NO
                           "  LEAD CHANGE: RUN "
                           WS-S-RUN-ID(WS-LEADER) " AHEAD "
                           WS-S-RUN-SCORE(WS-LEADER) " TO "
                           WS-S-RUN-SCORE(WS-OTHER)
                           DELIMITED SIZE INTO WS-EVENT-TEXT
                       END-STRING
                   END-IF
                   ADD 1 TO WS-LEAD-EVENTS
                   IF WS-LEAD-EVENTS <= WS-MAX-EVENTS
                       MOVE WS-EVENT-TEXT
                           TO WS-LEAD-LINE(WS-LEAD-EVENTS)
                   END-IF
                   MOVE WS-LEADER TO WS-LAST-LEADER
               END-IF
           END-IF.

      *> ============================================================
      *> Close a 100-frame segment (or the short tail of the
      *> longer run): each run's average distance from centre over
      *> the frames it drove in the segment, and the scores.
      *> ============================================================
       CLOSE-SEGMENT.
           IF WS-SEG-COUNT < WS-MAX-SEGS
               ADD 1 TO WS-SEG-COUNT
               COMPUTE WS-G-FIRST(WS-SEG-COUNT) =
                   ((WS-SEG-COUNT - 1) * WS-SEG-SIZE) + 1
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
                   MOVE WS-S-SEG-FRAMES(WS-SX)
                       TO WS-G-FRAMES(WS-SEG-COUNT, WS-SX)
                   MOVE WS-S-RUN-SCORE(WS-SX)
                       TO WS-G-SCORE(WS-SEG-COUNT, WS-SX)
                   IF WS-S-SEG-FRAMES(WS-SX) > 0
                       COMPUTE WS-G-AVG(WS-SEG-COUNT, WS-SX) =
                           WS-S-SEG-SUM(WS-SX) /
                           WS-S-SEG-FRAMES(WS-SX)
                   ELSE
                       MOVE 0 TO WS-G-AVG(WS-SEG-COUNT, WS-SX)
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-SEG-DROPPED
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               MOVE 0 TO WS-S-SEG-SUM(WS-SX)
               MOVE 0 TO WS-S-SEG-FRAMES(WS-SX)
           END-PERFORM.

      *> ============================================================
      *> The report.
      *> ============================================================
       PRINT-COMPARISON.
           DISPLAY "COURSE " WS-S-COURSE(1)
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               DISPLAY "RUN " WS-S-RUN-ID(WS-SX)
                   "  DRIVER " WS-S-DRIVER(WS-SX)
                   "  SCORE " WS-S-SCORE(WS-SX)
                   "  DRIVEN " WS-S-TIMESTAMP(WS-SX)
                   "  FRAMES " WS-S-FRAMES(WS-SX)
           END-PERFORM
           PERFORM PRINT-PATHS
           PERFORM PRINT-FIRST-CRASH
           PERFORM PRINT-LEAD
           PERFORM PRINT-SEGMENTS.

       PRINT-PATHS.
           DISPLAY " "
           DISPLAY "PATHS:"
           IF WS-FIRST-SPLIT = 0
               DISPLAY "  THE ROVERS NEVER LEFT EACH OTHER'S COLUMN "
                   "OVER " WS-SHARED-FRAMES " SHARED FRAMES"
           ELSE
               DISPLAY "  FIRST SPLIT AT FRAME " WS-FIRST-SPLIT
                   ", APART " WS-FRAMES-APART " OF "
                   WS-SHARED-FRAMES " SHARED FRAMES"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SPLIT-EVENTS
                       OR WS-I > WS-MAX-EVENTS
                   DISPLAY FUNCTION TRIM(WS-SPLIT-LINE(WS-I) TRAILING)
               END-PERFORM
               IF WS-SPLIT-EVENTS > WS-MAX-EVENTS
                   DISPLAY "  ... AND "
                       WS-SPLIT-EVENTS " SPLITS AND REJOINS IN ALL"
               END-IF
           END-IF
           IF WS-S-FRAMES(1) NOT = WS-S-FRAMES(2)
               IF WS-S-FRAMES(1) < WS-S-FRAMES(2)
                   MOVE 1 TO WS-SX
                   MOVE 2 TO WS-OTHER
               ELSE
                   MOVE 2 TO WS-SX
                   MOVE 1 TO WS-OTHER
               END-IF
               DISPLAY "  RUN " WS-S-RUN-ID(WS-SX)
                   " ENDED AFTER FRAME " WS-S-FRAMES(WS-SX)
                   ", RUN " WS-S-RUN-ID(WS-OTHER)
                   " DROVE ON TO FRAME " WS-S-FRAMES(WS-OTHER)
           END-IF.

       PRINT-FIRST-CRASH.
           DISPLAY " "
           DISPLAY "FIRST CRASH:"
           EVALUATE TRUE
               WHEN WS-S-CRASHES(1) = 0 AND WS-S-CRASHES(2) = 0
                   DISPLAY "  NEITHER RUN CRASHED"
               WHEN WS-S-CRASHES(2) = 0
                   DISPLAY "  ONLY RUN " WS-S-RUN-ID(1) " CRASHED"
               WHEN WS-S-CRASHES(1) = 0
                   DISPLAY "  ONLY RUN " WS-S-RUN-ID(2) " CRASHED"
               WHEN WS-S-FC-FRAME(1) < WS-S-FC-FRAME(2)
                   COMPUTE WS-CRASH-GAP =
                       WS-S-FC-FRAME(2) - WS-S-FC-FRAME(1)
                   DISPLAY "  RUN " WS-S-RUN-ID(1) " CRASHED FIRST, "
                       WS-CRASH-GAP " FRAMES AHEAD OF RUN "
                       WS-S-RUN-ID(2)
               WHEN WS-S-FC-FRAME(2) < WS-S-FC-FRAME(1)
                   COMPUTE WS-CRASH-GAP =
                       WS-S-FC-FRAME(1) - WS-S-FC-FRAME(2)
                   DISPLAY "  RUN " WS-S-RUN-ID(2) " CRASHED FIRST, "
                       WS-CRASH-GAP " FRAMES AHEAD OF RUN "
                       WS-S-RUN-ID(1)
               WHEN OTHER
                   DISPLAY "  BOTH RUNS FIRST CRASHED ON THE SAME "
                       "FRAME"
           END-EVALUATE
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-CRASHES(WS-SX) > 0
                   DISPLAY "  RUN " WS-S-RUN-ID(WS-SX)
                       ": FRAME " WS-S-FC-FRAME(WS-SX) ", "
                       WS-S-FC-KIND(WS-SX) " AT COLUMN "
                       WS-S-FC-COL(WS-SX) ", WALLS "
                       WS-S-FC-LEFT(WS-SX) "-"
                       WS-S-FC-RIGHT(WS-SX) ", "
                       WS-S-CRASHES(WS-SX) " CRASHES IN ALL"
               END-IF
           END-PERFORM.

       PRINT-LEAD.
           DISPLAY " "
           DISPLAY "SCORE LEAD:"
           IF WS-LEAD-EVENTS = 0
               DISPLAY "  LEVEL ON EVERY FRAME"
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LEAD-EVENTS
                       OR WS-I > WS-MAX-EVENTS
                   DISPLAY FUNCTION TRIM(WS-LEAD-LINE(WS-I) TRAILING)
               END-PERFORM
               IF WS-LEAD-EVENTS > WS-MAX-EVENTS
                   DISPLAY "  ... FIRST " WS-MAX-EVENTS " SHOWN"
               END-IF
               DISPLAY "  LEAD CHANGES . . . . . . . : "
                   WS-LEAD-CHANGES
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
                   DISPLAY "  RUN " WS-S-RUN-ID(WS-SX) " LED "
                       WS-S-LEAD-FRAMES(WS-SX) " FRAMES, BEST LEAD "
                       WS-S-BEST-LEAD(WS-SX) " AT FRAME "
                       WS-S-BEST-LEAD-AT(WS-SX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
               IF WS-S-RUN-SCORE(WS-SX) NOT = WS-S-SCORE(WS-SX)
                   DISPLAY "  NOTE: RUN " WS-S-RUN-ID(WS-SX)
                       " TELEMETRY SCORES " WS-S-RUN-SCORE(WS-SX)
                       ", CATALOG SAYS " WS-S-SCORE(WS-SX)
               END-IF
           END-PERFORM.

       PRINT-SEGMENTS.
           DISPLAY " "
           DISPLAY "AVG DIST FROM CENTRE PER 100 FRAMES:"
           DISPLAY "  FROM FRAME  RUN " WS-S-RUN-ID(1)
               "        RUN " WS-S-RUN-ID(2)
               "        LEAD AT SEGMENT END"
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEG-COUNT
               MOVE SPACES TO WS-SIDE-TEXT
               MOVE SPACES TO WS-SIDE2-TEXT
               IF WS-G-FRAMES(WS-I, 1) > 0
                   MOVE WS-G-AVG(WS-I, 1) TO WS-AVG-ED
                   STRING WS-AVG-ED " (" WS-G-FRAMES(WS-I, 1) ")"
                       DELIMITED SIZE INTO WS-SIDE-TEXT
                   END-STRING
               ELSE
                   MOVE "   --" TO WS-SIDE-TEXT
               END-IF
               IF WS-G-FRAMES(WS-I, 2) > 0
                   MOVE WS-G-AVG(WS-I, 2) TO WS-AVG2-ED
                   STRING WS-AVG2-ED " (" WS-G-FRAMES(WS-I, 2) ")"
                       DELIMITED SIZE INTO WS-SIDE2-TEXT
                   END-STRING
               ELSE
                   MOVE "   --" TO WS-SIDE2-TEXT
               END-IF
               MOVE SPACES TO WS-LEAD-TEXT
               EVALUATE TRUE
                   WHEN WS-G-SCORE(WS-I, 1) > WS-G-SCORE(WS-I, 2)
                       COMPUTE WS-LEAD-BY = WS-G-SCORE(WS-I, 1) -
                           WS-G-SCORE(WS-I, 2)
                       STRING "RUN " WS-S-RUN-ID(1) " BY "
                           WS-LEAD-BY
                           DELIMITED SIZE INTO WS-LEAD-TEXT
                       END-STRING
                   WHEN WS-G-SCORE(WS-I, 2) > WS-G-SCORE(WS-I, 1)
                       COMPUTE WS-LEAD-BY = WS-G-SCORE(WS-I, 2) -
                           WS-G-SCORE(WS-I, 1)
                       STRING "RUN " WS-S-RUN-ID(2) " BY "
                           WS-LEAD-BY
                           DELIMITED SIZE INTO WS-LEAD-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE "LEVEL" TO WS-LEAD-TEXT
               END-EVALUATE
               DISPLAY "  " WS-G-FIRST(WS-I) "       "
                   WS-SIDE-TEXT WS-SIDE2-TEXT
                   FUNCTION TRIM(WS-LEAD-TEXT TRAILING)
           END-PERFORM
           IF WS-SEG-DROPPED > 0
               DISPLAY "  ... " WS-SEG-DROPPED
                   " LATER SEGMENTS NOT SHOWN"
           END-IF.
