       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPILOT.
       AUTHOR. MARS.

      *> ============================================================
      *> Autopilot Par — COBOL
      *>
      *> Works out the best clean path through a recorded course
      *> (MRCRSname.DAT) and the score it earns — the course's
      *> "par" — so a driver's result on a hard course can be
      *> judged against what that course allows, not against
      *> scores from easier tunnels.
      *>
      *> Driven by a COMMAND-LINE parameter "course[,script]":
      *> the course to plan, and the steering script to write
      *> (default MRPARcourse.DAT). The script is in the
      *> MRSTEER.DAT one-key-per-frame format, so the path can be
      *> driven back through MARS-ROVER in batch mode on the same
      *> course as a check that the replay engine still plays the
      *> course the way it was planned. The par score, crates, and
      *> crashes go on the course's MRCOURSE.DAT catalog entry
      *> (catalog the course with COURSE-LIB VALIDATE first).
      *>
      *> The path is planned against MARS-ROVER's own rules. The
      *> rover starts at column 30 on a board drawn from the
      *> course's "I nn" rows; each frame it takes one key (A one
      *> column left, D one right, space hold), the tunnel scrolls,
      *> and the wall and object on row 23 are checked at its new
      *> column: inside a wall or on a rock is a crash (a life,
      *> and the rover is recentred), on a crate is a bonus. The
      *> course fixes row 23 for as long as its frames last and
      *> the 22 rows behind the last of them, so the plan runs to
      *> that last determined frame and keys Q on it; anything
      *> later would be fresh random rolls.
      *>
      *> Every column is tracked frame by frame (the fewest
      *> crashes that reach it, then the most crates), so the path
      *> found avoids every rock and wall that can be avoided and
      *> takes every crate it safely can.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-IN-FILE ASSIGN USING WS-CRSIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSIN-STATUS.
           SELECT STEER-FILE ASSIGN USING WS-STEER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "MRCOURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Recorded course, as MARS-ROVER replays it
       FD  COURSE-IN-FILE.
       01  CRSIN-RECORD        PIC X(20).

      *> The par path, one steering key per frame
       FD  STEER-FILE.
       01  STEER-RECORD        PIC X(1).

       FD  CATALOG-FILE.
           COPY "coursec.cpy".

       WORKING-STORAGE SECTION.

       01 WS-CRSIN-STATUS   PIC XX    VALUE "00".
       01 WS-STEER-STATUS   PIC XX    VALUE "00".
       01 WS-CATALOG-STATUS PIC XX    VALUE "00".
       01 WS-CRSIN-NAME     PIC X(17) VALUE SPACES.
       01 WS-STEER-NAME     PIC X(20) VALUE SPACES.

       01 WS-PARM-STRING    PIC X(40) VALUE SPACES.
       01 WS-COURSE-NAME    PIC X(8)  VALUE SPACES.
       01 WS-PARM-STEER     PIC X(20) VALUE SPACES.

      *> Course-file words, split the way MARS-ROVER's replay
      *> splits them
       01 WS-CRS-W1         PIC X(8)  VALUE SPACES.
       01 WS-CRS-W2         PIC X(8)  VALUE SPACES.
       01 WS-CRS-W3         PIC X(8)  VALUE SPACES.
       01 WS-CRS-W4         PIC X(8)  VALUE SPACES.

      *> Board geometry and starting state, as in MARS-ROVER
       01 WS-WIDTH          PIC 99    VALUE 60.
       01 WS-HEIGHT         PIC 99    VALUE 25.
       01 WS-ROVER-ROW      PIC 99    VALUE 23.
       01 WS-START-X        PIC 99    VALUE 30.
       01 WS-START-LIVES    PIC 9     VALUE 3.
       01 WS-CRATE-BONUS    PIC 99    VALUE 25.
       01 WS-TUNNEL-W       PIC 99    VALUE 0.

      *> The course as loaded: the starting rows, then what row 23
      *> holds on each frame of the plan (wall, object, object
      *> column). Frame f shows starting row 23-f until the
      *> starting rows are used up, then course frame f-22.
       01 WS-START-ROWS.
          05 WS-START-LEFT  PIC 99    OCCURS 25 TIMES.
       01 WS-INIT-ROWS      PIC 99    VALUE 0.
       01 WS-COURSE-OK      PIC 9     VALUE 0.
       01 WS-COURSE-FRAMES  PIC 9(5)  VALUE 0.
       01 WS-MAX-COURSE     PIC 9(5)  VALUE 5000.
       01 WS-LAST-FRAME     PIC 9(5)  VALUE 0.
       01 WS-ROW23.
          05 WS-ROW-FRAME   OCCURS 5022 TIMES.
             10 WS-ROW-LEFT PIC 99.
             10 WS-ROW-OBJ  PIC X.
             10 WS-ROW-OBJ-X PIC 99.

      *> Planning tables. For each column, the fewest crashes and
      *> then the most crates of any way to be there at the end of
      *> the previous frame (WS-PLAN-*) and this one (WS-NEXT-*);
      *> 99 crashes marks a column nothing reaches. WS-STEP-* says
      *> per frame and column which column and key the best way
      *> there came from, for tracing the path back.
       01 WS-UNREACHED      PIC 99    VALUE 99.
       01 WS-PLAN-STATE.
          05 WS-PLAN-COL    OCCURS 60 TIMES.
             10 WS-PLAN-CRASHES PIC 99.
             10 WS-PLAN-CRATES  PIC 9(4).
       01 WS-NEXT-STATE.
          05 WS-NEXT-COL    OCCURS 60 TIMES.
             10 WS-NEXT-CRASHES PIC 99.
             10 WS-NEXT-CRATES  PIC 9(4).
       01 WS-STEPS.
          05 WS-STEP-FRAME  OCCURS 5022 TIMES.
             10 WS-STEP-COL OCCURS 60 TIMES.
                15 WS-STEP-FROM PIC 99.
                15 WS-STEP-KEY  PIC X.

      *> One candidate move while planning
       01 WS-FROM-X         PIC 99    VALUE 0.
       01 WS-TRY-KEY        PIC X     VALUE SPACE.
       01 WS-TRY-X          PIC 99    VALUE 0.
       01 WS-END-X          PIC 99    VALUE 0.
       01 WS-TRY-CRASHES    PIC 99    VALUE 0.
       01 WS-TRY-CRATES     PIC 9(4)  VALUE 0.
       01 WS-LEFT           PIC 99    VALUE 0.
       01 WS-RIGHT          PIC 99    VALUE 0.
       01 WS-KEY-NO         PIC 9     VALUE 0.
       01 WS-KEY-USABLE     PIC 9     VALUE 0.
       01 WS-KEY-LIST       PIC X(3)  VALUE " AD".

      *> The chosen path, one key per frame
       01 WS-BEST-X         PIC 99    VALUE 0.
       01 WS-PATH.
          05 WS-PATH-KEY    PIC X     OCCURS 5022 TIMES.

      *> The path played back by the game's rules
       01 WS-ROVER-X        PIC 99    VALUE 0.
       01 WS-LIVES          PIC 9     VALUE 0.
       01 WS-ALIVE          PIC 9     VALUE 0.
       01 WS-COLLISION      PIC 9     VALUE 0.
       01 WS-PAR-SCORE      PIC 9(5)  VALUE 0.
       01 WS-PAR-CRATES     PIC 9(4)  VALUE 0.
       01 WS-PAR-CRASHES    PIC 9     VALUE 0.
       01 WS-PAR-FRAMES     PIC 9(5)  VALUE 0.

      *> The course catalog, held as record images while the par
      *> is posted to this course's entry
       01 WS-MAX-COURSES    PIC 9(4)  VALUE 100.
       01 WS-COURSE-COUNT   PIC 9(4)  VALUE 0.
       01 WS-CATALOG-FULL   PIC 9     VALUE 0.
       01 WS-CATALOG-IMAGES.
          05 WS-CAT-IMAGE   PIC X(84) OCCURS 100 TIMES.
       01 WS-FOUND-IX       PIC 9(4)  VALUE 0.

       01 WS-TODAY          PIC 9(8)  VALUE 0.
       01 WS-F              PIC 9(5)  VALUE 0.
       01 WS-X              PIC 99    VALUE 0.
       01 WS-I              PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-COURSE-NAME WS-PARM-STEER
           END-UNSTRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-COURSE-NAME = SPACES
               DISPLAY "AUTOPILOT NEEDS A COURSE NAME: "
                   "course[,script]"
           ELSE
               IF WS-PARM-STEER NOT = SPACES
                   MOVE WS-PARM-STEER TO WS-STEER-NAME
               ELSE
                   STRING
                       "MRPAR"        DELIMITED SIZE
                       WS-COURSE-NAME DELIMITED SPACES
                       ".DAT"         DELIMITED SIZE
                       INTO WS-STEER-NAME
                   END-STRING
               END-IF
               PERFORM LOAD-COURSE
               IF WS-COURSE-OK = 1
                   PERFORM PLAN-PATH
                   PERFORM TRACE-PATH
                   PERFORM PLAY-PATH
                   PERFORM WRITE-SCRIPT
                   IF WS-STEER-STATUS = "00"
                       DISPLAY "COURSE " WS-COURSE-NAME " PAR "
                           WS-PAR-SCORE " OVER " WS-PAR-FRAMES
                           " FRAMES, " WS-PAR-CRATES " CRATES, "
                           WS-PAR-CRASHES " CRASHES"
                       IF WS-PAR-CRASHES > 0
                           DISPLAY "  NO CLEAN PATH EXISTS, PAR "
                               "TAKES THE FEWEST CRASHES"
                       END-IF
                       PERFORM POST-PAR
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *> ============================================================
      *> Read the course the way MARS-ROVER replays it: the header
      *> width, the starting rows, then frames up to the first one
      *> the game would not take (where it retires the course and
      *> rolls fresh). A course the game would not replay at all
      *> is refused.
      *> ============================================================
       LOAD-COURSE.
           MOVE 0 TO WS-COURSE-OK
           MOVE 0 TO WS-INIT-ROWS
           MOVE 0 TO WS-COURSE-FRAMES
           MOVE SPACES TO WS-CRSIN-NAME
           STRING
               "MRCRS"        DELIMITED SIZE
               WS-COURSE-NAME DELIMITED SPACES
               ".DAT"         DELIMITED SIZE
               INTO WS-CRSIN-NAME
           END-STRING
           OPEN INPUT COURSE-IN-FILE
           IF WS-CRSIN-STATUS NOT = "00"
               DISPLAY "COURSE " WS-COURSE-NAME " NOT AVAILABLE, "
                   "STATUS=" WS-CRSIN-STATUS
           ELSE
               READ COURSE-IN-FILE
                   AT END
                       MOVE "10" TO WS-CRSIN-STATUS
                   NOT AT END
                       PERFORM PARSE-COURSE-RECORD
                       IF WS-CRS-W1 = "C" AND
                          WS-CRS-W3(1:2) IS NUMERIC
                           MOVE WS-CRS-W3(1:2) TO WS-TUNNEL-W
                           IF WS-TUNNEL-W >= 2 AND
                              WS-TUNNEL-W <= WS-WIDTH - 2
                               MOVE 1 TO WS-COURSE-OK
                           END-IF
                       END-IF
               END-READ
               IF WS-COURSE-OK = 0
                   DISPLAY "COURSE " WS-COURSE-NAME
                       " HAS NO USABLE HEADER, NOT PLANNED"
               ELSE
                   PERFORM UNTIL WS-CRSIN-STATUS NOT = "00" OR
                                 WS-INIT-ROWS >= WS-HEIGHT
                       READ COURSE-IN-FILE
                           AT END
                               MOVE "10" TO WS-CRSIN-STATUS
                           NOT AT END
                               PERFORM TAKE-START-ROW
                       END-READ
                   END-PERFORM
                   PERFORM UNTIL WS-CRSIN-STATUS NOT = "00"
                       READ COURSE-IN-FILE
                           AT END
                               MOVE "10" TO WS-CRSIN-STATUS
                           NOT AT END
                               PERFORM TAKE-FRAME-ROW
                       END-READ
                   END-PERFORM
                   PERFORM CHECK-COURSE-LOADED
               END-IF
               CLOSE COURSE-IN-FILE
           END-IF.

       TAKE-START-ROW.
           PERFORM PARSE-COURSE-RECORD
           IF WS-CRS-W1 = "I" AND WS-CRS-W2(1:2) IS NUMERIC
               ADD 1 TO WS-INIT-ROWS
               MOVE WS-CRS-W2(1:2) TO WS-START-LEFT(WS-INIT-ROWS)
           ELSE
               MOVE "99" TO WS-CRSIN-STATUS
           END-IF.

      *> ============================================================
      *> One course frame reaches row 23 twenty-two frames after it
      *> enters at the top.
      *> ============================================================
       TAKE-FRAME-ROW.
           PERFORM PARSE-COURSE-RECORD
           IF WS-CRS-W1 = "F" AND WS-CRS-W2(1:2) IS NUMERIC
               IF WS-COURSE-FRAMES >= WS-MAX-COURSE
                   DISPLAY "COURSE " WS-COURSE-NAME " LONGER THAN "
                       WS-MAX-COURSE " FRAMES, PLANNED THAT FAR"
                   MOVE "10" TO WS-CRSIN-STATUS
               ELSE
                   ADD 1 TO WS-COURSE-FRAMES
                   COMPUTE WS-F = WS-COURSE-FRAMES + WS-ROVER-ROW - 1
                   MOVE WS-CRS-W2(1:2) TO WS-ROW-LEFT(WS-F)
                   MOVE SPACE TO WS-ROW-OBJ(WS-F)
                   MOVE 0 TO WS-ROW-OBJ-X(WS-F)
                   IF (WS-CRS-W3(1:1) = "R" OR
                       WS-CRS-W3(1:1) = "C") AND
                      WS-CRS-W4(1:2) IS NUMERIC
                       MOVE WS-CRS-W3(1:1) TO WS-ROW-OBJ(WS-F)
                       MOVE WS-CRS-W4(1:2) TO WS-ROW-OBJ-X(WS-F)
                   END-IF
               END-IF
           ELSE
               DISPLAY "COURSE " WS-COURSE-NAME " STOPS REPLAYING "
                   "AFTER FRAME " WS-COURSE-FRAMES
               MOVE "10" TO WS-CRSIN-STATUS
           END-IF.

      *> ============================================================
      *> The starting rows fill row 23 for the opening frames (the
      *> game starts with them on the board and no objects); the
      *> plan ends on the last frame the course still decides.
      *> ============================================================
       CHECK-COURSE-LOADED.
           IF WS-INIT-ROWS < WS-HEIGHT
               DISPLAY "COURSE " WS-COURSE-NAME " HAS ONLY "
                   WS-INIT-ROWS " STARTING ROWS, NOT PLANNED"
               MOVE 0 TO WS-COURSE-OK
           ELSE
               IF WS-COURSE-FRAMES = 0
                   DISPLAY "COURSE " WS-COURSE-NAME
                       " HAS NO FRAMES, NOT PLANNED"
                   MOVE 0 TO WS-COURSE-OK
               ELSE
                   PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F >= WS-ROVER-ROW
                       MOVE WS-START-LEFT(WS-ROVER-ROW - WS-F)
                           TO WS-ROW-LEFT(WS-F)
                       MOVE SPACE TO WS-ROW-OBJ(WS-F)
                       MOVE 0 TO WS-ROW-OBJ-X(WS-F)
                   END-PERFORM
                   COMPUTE WS-LAST-FRAME =
                       WS-COURSE-FRAMES + WS-ROVER-ROW - 1
               END-IF
           END-IF.

      *> ============================================================
      *> Frame by frame, the best way to reach every column. The
      *> last frame is keyed Q, which does not move the rover.
      *> ============================================================
       PLAN-PATH.
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-WIDTH
               MOVE WS-UNREACHED TO WS-PLAN-CRASHES(WS-X)
               MOVE 0 TO WS-PLAN-CRATES(WS-X)
           END-PERFORM
           MOVE 0 TO WS-PLAN-CRASHES(WS-START-X)
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-LAST-FRAME
               PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-WIDTH
                   MOVE WS-UNREACHED TO WS-NEXT-CRASHES(WS-X)
                   MOVE 0 TO WS-NEXT-CRATES(WS-X)
                   MOVE 0 TO WS-STEP-FROM(WS-F, WS-X)
                   MOVE SPACE TO WS-STEP-KEY(WS-F, WS-X)
               END-PERFORM
               PERFORM VARYING WS-FROM-X FROM 1 BY 1
                   UNTIL WS-FROM-X > WS-WIDTH
                   IF WS-PLAN-CRASHES(WS-FROM-X) NOT = WS-UNREACHED
                       PERFORM VARYING WS-KEY-NO FROM 1 BY 1
                           UNTIL WS-KEY-NO > 3
                           MOVE WS-KEY-LIST(WS-KEY-NO:1)
                               TO WS-TRY-KEY
                           PERFORM TRY-KEY
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-NEXT-STATE TO WS-PLAN-STATE
           END-PERFORM.

      *> ============================================================
      *> One key from WS-FROM-X on frame WS-F, played out exactly
      *> as GAME-LOOP plays it. A key that would not move the rover
      *> (A against column 1, D against the right edge) is the same
      *> as holding and is not tried twice.
      *> ============================================================
       TRY-KEY.
           MOVE WS-FROM-X TO WS-TRY-X
           MOVE 1 TO WS-KEY-USABLE
           EVALUATE TRUE
               WHEN WS-TRY-KEY = "A"
                   IF WS-F = WS-LAST-FRAME OR WS-TRY-X <= 1
                       MOVE 0 TO WS-KEY-USABLE
                   ELSE
                       SUBTRACT 1 FROM WS-TRY-X
                   END-IF
               WHEN WS-TRY-KEY = "D"
                   IF WS-F = WS-LAST-FRAME OR
                      WS-TRY-X >= WS-WIDTH
                       MOVE 0 TO WS-KEY-USABLE
                   ELSE
                       ADD 1 TO WS-TRY-X
                   END-IF
           END-EVALUATE
           IF WS-KEY-USABLE = 1
               PERFORM SCORE-KEY
           END-IF.

       SCORE-KEY.
           MOVE WS-PLAN-CRASHES(WS-FROM-X) TO WS-TRY-CRASHES
           MOVE WS-PLAN-CRATES(WS-FROM-X)  TO WS-TRY-CRATES
           MOVE WS-TRY-X TO WS-END-X
           MOVE WS-ROW-LEFT(WS-F) TO WS-LEFT
           COMPUTE WS-RIGHT = WS-LEFT + WS-TUNNEL-W
           IF WS-TRY-X <= WS-LEFT OR WS-TRY-X >= WS-RIGHT
               IF WS-TRY-CRASHES < WS-UNREACHED - 1
                   ADD 1 TO WS-TRY-CRASHES
               END-IF
               COMPUTE WS-END-X = WS-LEFT + (WS-TUNNEL-W / 2)
           ELSE
               IF WS-ROW-OBJ(WS-F) NOT = SPACE AND
                  WS-ROW-OBJ-X(WS-F) = WS-TRY-X
                   IF WS-ROW-OBJ(WS-F) = "R"
                       IF WS-TRY-CRASHES < WS-UNREACHED - 1
                           ADD 1 TO WS-TRY-CRASHES
                       END-IF
                       COMPUTE WS-END-X =
                           WS-LEFT + (WS-TUNNEL-W / 2)
                   ELSE
                       ADD 1 TO WS-TRY-CRATES
                   END-IF
               END-IF
           END-IF
           IF WS-TRY-CRASHES < WS-NEXT-CRASHES(WS-END-X) OR
              (WS-TRY-CRASHES = WS-NEXT-CRASHES(WS-END-X) AND
               WS-TRY-CRATES > WS-NEXT-CRATES(WS-END-X))
               MOVE WS-TRY-CRASHES TO WS-NEXT-CRASHES(WS-END-X)
               MOVE WS-TRY-CRATES  TO WS-NEXT-CRATES(WS-END-X)
               MOVE WS-FROM-X TO WS-STEP-FROM(WS-F, WS-END-X)
               MOVE WS-TRY-KEY TO WS-STEP-KEY(WS-F, WS-END-X)
           END-IF.

      *> ============================================================
      *> Pick the best column at the end and follow the steps back
      *> to the start to get the key for every frame.
      *> ============================================================
       TRACE-PATH.
           MOVE 0 TO WS-BEST-X
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-WIDTH
               IF WS-PLAN-CRASHES(WS-X) NOT = WS-UNREACHED
                   IF WS-BEST-X = 0
                       MOVE WS-X TO WS-BEST-X
                   ELSE
                       IF WS-PLAN-CRASHES(WS-X) <
                          WS-PLAN-CRASHES(WS-BEST-X) OR
                          (WS-PLAN-CRASHES(WS-X) =
                           WS-PLAN-CRASHES(WS-BEST-X) AND
                           WS-PLAN-CRATES(WS-X) >
                           WS-PLAN-CRATES(WS-BEST-X))
                           MOVE WS-X TO WS-BEST-X
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BEST-X TO WS-X
           PERFORM VARYING WS-F FROM WS-LAST-FRAME BY -1
               UNTIL WS-F < 1
               MOVE WS-STEP-KEY(WS-F, WS-X) TO WS-PATH-KEY(WS-F)
               MOVE WS-STEP-FROM(WS-F, WS-X) TO WS-X
           END-PERFORM
           MOVE "Q" TO WS-PATH-KEY(WS-LAST-FRAME).

      *> ============================================================
      *> Drive the path by GAME-LOOP's rules, lives and all, for the
      *> score MARS-ROVER will give it. Only a course with no clean
      *> path can lose all three lives before the Q.
      *> ============================================================
       PLAY-PATH.
           MOVE WS-START-X TO WS-ROVER-X
           MOVE WS-START-LIVES TO WS-LIVES
           MOVE 1 TO WS-ALIVE
           MOVE 0 TO WS-PAR-SCORE
           MOVE 0 TO WS-PAR-CRATES
           MOVE 0 TO WS-PAR-CRASHES
           MOVE 0 TO WS-PAR-FRAMES
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-LAST-FRAME OR WS-ALIVE = 0
               EVALUATE WS-PATH-KEY(WS-F)
                   WHEN "A"
                       IF WS-ROVER-X > 1
                           SUBTRACT 1 FROM WS-ROVER-X
                       END-IF
                   WHEN "D"
                       IF WS-ROVER-X < WS-WIDTH
                           ADD 1 TO WS-ROVER-X
                       END-IF
                   WHEN "Q"
                       MOVE 0 TO WS-ALIVE
               END-EVALUATE
               MOVE 0 TO WS-COLLISION
               MOVE WS-ROW-LEFT(WS-F) TO WS-LEFT
               COMPUTE WS-RIGHT = WS-LEFT + WS-TUNNEL-W
               IF WS-ROVER-X <= WS-LEFT OR WS-ROVER-X >= WS-RIGHT
                   MOVE 1 TO WS-COLLISION
                   PERFORM LOSE-A-LIFE
               END-IF
               IF WS-COLLISION = 0 AND
                  WS-ROW-OBJ(WS-F) NOT = SPACE AND
                  WS-ROW-OBJ-X(WS-F) = WS-ROVER-X
                   IF WS-ROW-OBJ(WS-F) = "R"
                       PERFORM LOSE-A-LIFE
                   ELSE
                       ADD 1 TO WS-PAR-CRATES
                       ADD WS-CRATE-BONUS TO WS-PAR-SCORE
                   END-IF
               END-IF
               ADD 1 TO WS-PAR-SCORE
               ADD 1 TO WS-PAR-FRAMES
           END-PERFORM.

       LOSE-A-LIFE.
           ADD 1 TO WS-PAR-CRASHES
           SUBTRACT 1 FROM WS-LIVES
           IF WS-LIVES = 0
               MOVE 0 TO WS-ALIVE
           ELSE
               COMPUTE WS-ROVER-X = WS-LEFT + (WS-TUNNEL-W / 2)
           END-IF.

      *> ============================================================
      *> The path as a steering script, one key per frame up to and
      *> including the closing Q.
      *> ============================================================
       WRITE-SCRIPT.
           OPEN OUTPUT STEER-FILE
           IF WS-STEER-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE STEERING SCRIPT "
                   FUNCTION TRIM(WS-STEER-NAME)
                   ", STATUS=" WS-STEER-STATUS
           ELSE
               PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-LAST-FRAME
                   MOVE WS-PATH-KEY(WS-F) TO STEER-RECORD
                   WRITE STEER-RECORD
               END-PERFORM
               CLOSE STEER-FILE
               DISPLAY "PAR STEERING SCRIPT WRITTEN TO "
                   FUNCTION TRIM(WS-STEER-NAME) ", "
                   WS-LAST-FRAME " KEYS"
           END-IF.

      *> ============================================================
      *> Set the par on the course's catalog entry. The catalog is
      *> COURSE-LIB's, so a course it has never seen is only
      *> reported; the script is still written.
      *> ============================================================
       POST-PAR.
           MOVE 0 TO WS-COURSE-COUNT
           MOVE 0 TO WS-CATALOG-FULL
           MOVE 0 TO WS-FOUND-IX
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
                   READ CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-STATUS
                       NOT AT END
                           IF WS-COURSE-COUNT < WS-MAX-COURSES
                               ADD 1 TO WS-COURSE-COUNT
                               MOVE CRS-RECORD
                                   TO WS-CAT-IMAGE(WS-COURSE-COUNT)
                               IF CRS-NAME = WS-COURSE-NAME
                                   MOVE WS-COURSE-COUNT
                                       TO WS-FOUND-IX
                               END-IF
                           ELSE
                               MOVE 1 TO WS-CATALOG-FULL
                               MOVE "10" TO WS-CATALOG-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CATALOG-FULL = 1
                   DISPLAY "COURSE CATALOG EXCEEDS " WS-MAX-COURSES
                       " ENTRIES, PAR NOT POSTED"
               WHEN WS-FOUND-IX = 0
                   DISPLAY "COURSE " WS-COURSE-NAME " NOT IN THE "
                       "COURSE CATALOG, PAR NOT POSTED "
                       "(CATALOG IT WITH COURSE-LIB VALIDATE)"
               WHEN OTHER
                   OPEN OUTPUT CATALOG-FILE
                   IF WS-CATALOG-STATUS NOT = "00"
                       DISPLAY "COURSE CATALOG MRCOURSE.DAT NOT "
                           "WRITABLE, STATUS=" WS-CATALOG-STATUS
                           ", PAR NOT POSTED"
                   ELSE
                       PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-COURSE-COUNT
                           MOVE WS-CAT-IMAGE(WS-I) TO CRS-RECORD
                           IF WS-I = WS-FOUND-IX
                               MOVE WS-PAR-SCORE   TO CRS-PAR-SCORE
                               MOVE WS-PAR-CRATES  TO CRS-PAR-CRATES
                               MOVE WS-PAR-CRASHES TO CRS-PAR-CRASHES
                               MOVE WS-TODAY       TO CRS-PAR-DATE
                           ELSE
      *>                       Entries cataloged before par existed
      *>                       are written back with an empty par
                               IF CRS-PAR-DATE IS NOT NUMERIC
                                   MOVE 0 TO CRS-PAR-SCORE
                                   MOVE 0 TO CRS-PAR-CRATES
                                   MOVE 0 TO CRS-PAR-CRASHES
                                   MOVE 0 TO CRS-PAR-DATE
                               END-IF
                           END-IF
                           MOVE "," TO CRS-SEP13
                           MOVE "," TO CRS-SEP14
                           MOVE "," TO CRS-SEP15
                           MOVE "," TO CRS-SEP16
                           WRITE CRS-RECORD
                       END-PERFORM
                       CLOSE CATALOG-FILE
                       DISPLAY "PAR POSTED TO THE COURSE CATALOG"
                   END-IF
           END-EVALUATE.

      *> ============================================================
      *> Split a course record into its words.
      *> ============================================================
       PARSE-COURSE-RECORD.
           MOVE SPACES TO WS-CRS-W1
           MOVE SPACES TO WS-CRS-W2
           MOVE SPACES TO WS-CRS-W3
           MOVE SPACES TO WS-CRS-W4
           UNSTRING CRSIN-RECORD DELIMITED BY ALL " "
               INTO WS-CRS-W1 WS-CRS-W2 WS-CRS-W3 WS-CRS-W4
           END-UNSTRING.
