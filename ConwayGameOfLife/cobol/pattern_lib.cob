      *>   VALIDATE             structural check of the whole
      *>                        library: unmatched headers/trailers,
      *>                        duplicate names, out-of-range or
      *>                        unparseable coordinates, and scenes
      *>                        whose parts overlap or fall off the
      *>                        largest board
      *>   ROTATE,name,new[,90|180|270]
      *>                        store a copy of the entry turned
      *>                        clockwise (90 when omitted)
      *>   MIRROR,name,new[,LR|TB]
      *>                        store a copy of the entry mirrored
      *>                        left-right (the default) or
      *>                        top-bottom
      *>   SCENE,name[,scene]   build a composite entry from the
      *>                        parts listed in the scene file
      *>                        (LIFESCEN.DAT when omitted), one
      *>                        "part-name,row-offset,col-offset"
      *>                        line per part; offsets shift a part
      *>                        down and right just as they do on a
      *>                        GAME-OF-LIFE control line
      *>
      *> An entry made by ROTATE, MIRROR, or SCENE records where it
      *> came from in "FROM" records after its header: "FROM ROTATE
      *> name 90", "FROM MIRROR name LR", or one "FROM PART name
      *> row-offset col-offset" per scene part. They carry no cells;
      *> LIST shows them under the entry and VALIDATE replays a
      *> scene's parts from them.
      *>
      *> Modification history:
      *>   - Added ROTATE, MIRROR, and SCENE, the FROM provenance
      *>     records, LIST's build lines, and VALIDATE's scene
      *>     overlap/off-board check. Library and work records
      *>     widened to 40 characters to hold the FROM records.
      *> ============================================================

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARY-FILE.
       01  PLIB-RECORD         PIC X(40).

       FD  WORK-FILE.
       01  WORK-RECORD         PIC X(40).

      *> Coordinate source for ADD, or the part list for SCENE; wide
      *> enough for the stamp line an exported board carries ahead
      *> of its coordinates.
       FD  SOURCE-FILE.
       01  SRC-RECORD          PIC X(60).

       01 WS-ACTION         PIC X(8)  VALUE SPACES.
       01 WS-PATTERN-NAME   PIC X(12) VALUE SPACES.
       01 WS-PARM-SOURCE    PIC X(20) VALUE SPACES.
       01 WS-PARM-EXTRA     PIC X(8)  VALUE SPACES.

      *> Library-scan state, shared by every action
       01 WS-PLIB-WORD      PIC X(12) VALUE SPACES.
       01 WS-I              PIC 9(3) VALUE 0.
       01 WS-DUP-FOUND      PIC 9    VALUE 0.

      *> One entry's cells, loaded by name for ROTATE, MIRROR, and
      *> scene building; the bounding box fields above go with it
       01 WS-LOAD-NAME      PIC X(12) VALUE SPACES.
       01 WS-MAX-CELLS      PIC 9(4) VALUE 7200.
       01 WS-LIST-COUNT     PIC 9(4) VALUE 0.
       01 WS-CX             PIC 9(4) VALUE 0.
       01 WS-CELL-LIST.
          05 WS-CELL-ENTRY  OCCURS 7200 TIMES.
             10 WS-CL-ROW   PIC 9(3).
             10 WS-CL-COL   PIC 9(3).

      *> ROTATE / MIRROR: the turn or axis, and where the turned
      *> box lands. The box keeps its top-left corner unless that
      *> would run it off the board, when it is pulled back in.
       01 WS-TRANSFORM      PIC X(4)  VALUE SPACES.
       01 WS-TRANSFORM-ARG  PIC X(3)  VALUE SPACES.
       01 WS-TRANSFORM-OK   PIC 9    VALUE 0.
       01 WS-SPAN-ROWS      PIC 9(3) VALUE 0.
       01 WS-SPAN-COLS      PIC 9(3) VALUE 0.
       01 WS-NEW-SPAN-ROWS  PIC 9(3) VALUE 0.
       01 WS-NEW-SPAN-COLS  PIC 9(3) VALUE 0.
       01 WS-NEW-TOP        PIC S9(5) VALUE 0.
       01 WS-NEW-LEFT       PIC S9(5) VALUE 0.
       01 WS-NEW-ROW        PIC 9(3) VALUE 0.
       01 WS-NEW-COL        PIC 9(3) VALUE 0.
       01 WS-FROM-TEXT      PIC X(40) VALUE SPACES.
       01 WS-WRITE-OK       PIC 9    VALUE 0.

      *> "FROM" provenance record, split into its words
       01 WS-FROM-KIND      PIC X(8)  VALUE SPACES.
       01 WS-FROM-NAME      PIC X(12) VALUE SPACES.
       01 WS-FROM-ARG1      PIC X(5)  VALUE SPACES.
       01 WS-FROM-ARG2      PIC X(5)  VALUE SPACES.

      *> Scene parts, from the scene file (SCENE) or an entry's
      *> FROM PART records (VALIDATE), and the board they are laid
      *> onto: each cell holds the number of the part that claimed
      *> it, so a later part landing there is an overlap
       01 WS-MAX-PARTS      PIC 9(2) VALUE 20.
       01 WS-PART-COUNT     PIC 9(2) VALUE 0.
       01 WS-PX             PIC 9(2) VALUE 0.
       01 WS-PART-TABLE.
          05 WS-PART-ENTRY  OCCURS 20 TIMES.
             10 WS-PT-NAME      PIC X(12).
             10 WS-PT-ROFF      PIC 9(3).
             10 WS-PT-COFF      PIC 9(3).
             10 WS-PT-FOUND     PIC 9.
             10 WS-PT-CELLS     PIC 9(5).
             10 WS-PT-OVERLAP   PIC 9(5).
             10 WS-PT-OFFBOARD  PIC 9(5).
       01 WS-SCENE-GRID.
          05 WS-SG-ROW      OCCURS 60 TIMES.
             10 WS-SG-CELL  PIC 9(2) OCCURS 120 TIMES.
       01 WS-R              PIC 9(3) VALUE 0.
       01 WS-C              PIC 9(3) VALUE 0.
       01 WS-PLACE-ROW      PIC 9(4) VALUE 0.
       01 WS-PLACE-COL      PIC 9(4) VALUE 0.
       01 WS-SCENE-CELLS    PIC 9(5) VALUE 0.
       01 WS-SCENE-OVERLAP  PIC 9(5) VALUE 0.
       01 WS-SCENE-OFFBOARD PIC 9(5) VALUE 0.
       01 WS-SCENE-MISSING  PIC 9(2) VALUE 0.
       01 WS-SCENE-BAD      PIC 9    VALUE 0.
       01 WS-SCENE-LINE     PIC 9(5) VALUE 0.
       01 WS-SCN-NAME       PIC X(12) VALUE SPACES.
       01 WS-SCN-ROFF       PIC X(5)  VALUE SPACES.
       01 WS-SCN-COFF       PIC X(5)  VALUE SPACES.
       01 WS-OFFSET-TEXT    PIC X(5)  VALUE SPACES.
       01 WS-OFFSET-NUM     PIC 9(5) VALUE 0.
       01 WS-OFFSET-OK      PIC 9    VALUE 0.

      *> Every FROM PART record met on VALIDATE, in library order,
      *> so each scene's parts can be replayed once the pass ends
       01 WS-MAX-COMP-PARTS PIC 9(3) VALUE 200.
       01 WS-COMP-COUNT     PIC 9(3) VALUE 0.
       01 WS-COMP-DROPPED   PIC 9(3) VALUE 0.
       01 WS-PART-DROPPED   PIC 9(3) VALUE 0.
       01 WS-CPX            PIC 9(3) VALUE 0.
       01 WS-CHECK-SCENE    PIC X(12) VALUE SPACES.
       01 WS-COMP-TABLE.
          05 WS-COMP-ENTRY  OCCURS 200 TIMES.
             10 WS-CP-SCENE     PIC X(12).
             10 WS-CP-NAME      PIC X(12).
             10 WS-CP-ROFF      PIC 9(3).
             10 WS-CP-COFF      PIC 9(3).

      *> LIST: an entry's build lines, held until its END so they
      *> print under its summary line
       01 WS-MAX-BUILT      PIC 9(2) VALUE 20.
       01 WS-BUILT-COUNT    PIC 9(2) VALUE 0.
       01 WS-BX             PIC 9(2) VALUE 0.
       01 WS-BUILT-LINES.
          05 WS-BUILT-LINE  PIC X(50) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-ACTION WS-PATTERN-NAME WS-PARM-SOURCE
                    WS-PARM-EXTRA
           END-UNSTRING
           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM DELETE-PATTERN
               WHEN "VALIDATE"
                   PERFORM VALIDATE-LIBRARY
               WHEN "ROTATE"
                   PERFORM ROTATE-PATTERN
               WHEN "MIRROR"
                   PERFORM MIRROR-PATTERN
               WHEN "SCENE"
                   PERFORM BUILD-SCENE
               WHEN OTHER
                   DISPLAY "PATTERN-LIB ACTIONS: LIST / "
                       "ADD,name[,source] / DELETE,name / VALIDATE"
                   DISPLAY "    ROTATE,name,new[,90|180|270] / "
                       "MIRROR,name,new[,LR|TB] / SCENE,name[,scene]"
           END-EVALUATE
           GOBACK.

      *> ============================================================
      *> One line per entry: name, cell count, and bounding box,
      *> followed by how the entry was built when it was made by
      *> ROTATE, MIRROR, or SCENE.
      *> ============================================================
       LIST-LIBRARY.
           MOVE 0 TO WS-ENTRY-COUNT
                   MOVE 0 TO WS-MAX-ROW
                   MOVE WS-MAX-COLS TO WS-MIN-COL
                   MOVE 0 TO WS-MAX-COL
                   MOVE 0 TO WS-BUILT-COUNT
               WHEN WS-PLIB-WORD = "END"
                   IF WS-IN-PATTERN = 1
                       ADD 1 TO WS-ENTRY-COUNT
                           WS-CELL-COUNT " ROWS " WS-MIN-ROW "-"
                           WS-MAX-ROW " COLS " WS-MIN-COL "-"
                           WS-MAX-COL
                       PERFORM VARYING WS-BX FROM 1 BY 1
                           UNTIL WS-BX > WS-BUILT-COUNT
                           DISPLAY "      " WS-BUILT-LINE(WS-BX)
                       END-PERFORM
                       MOVE 0 TO WS-IN-PATTERN
                   END-IF
               WHEN WS-PLIB-WORD = "FROM" AND WS-IN-PATTERN = 1
                   PERFORM NOTE-BUILT-LINE
               WHEN WS-IN-PATTERN = 1
                   PERFORM PARSE-COORDINATE
                   IF WS-COORD-OK = 1
                       ADD 1 TO WS-CELL-COUNT
                       PERFORM WIDEN-BOUNDING-BOX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-BUILT-LINE.
           PERFORM PARSE-FROM-LINE
           IF WS-BUILT-COUNT < WS-MAX-BUILT
               ADD 1 TO WS-BUILT-COUNT
               MOVE SPACES TO WS-BUILT-LINE(WS-BUILT-COUNT)
               EVALUATE WS-FROM-KIND
                   WHEN "PART"
                       STRING
                           "PART "          DELIMITED SIZE
                           WS-FROM-NAME     DELIMITED SPACES
                           " AT ROW +"      DELIMITED SIZE
                           WS-FROM-ARG1     DELIMITED SPACES
                           " COL +"         DELIMITED SIZE
                           WS-FROM-ARG2     DELIMITED SPACES
                           INTO WS-BUILT-LINE(WS-BUILT-COUNT)
                       END-STRING
                   WHEN "ROTATE"
                       STRING
                           "ROTATED "       DELIMITED SIZE
                           WS-FROM-ARG1     DELIMITED SPACES
                           " FROM "         DELIMITED SIZE
                           WS-FROM-NAME     DELIMITED SPACES
                           INTO WS-BUILT-LINE(WS-BUILT-COUNT)
                       END-STRING
                   WHEN "MIRROR"
                       STRING
                           "MIRRORED "      DELIMITED SIZE
                           WS-FROM-ARG1     DELIMITED SPACES
                           " FROM "         DELIMITED SIZE
                           WS-FROM-NAME     DELIMITED SPACES
                           INTO WS-BUILT-LINE(WS-BUILT-COUNT)
                       END-STRING
                   WHEN OTHER
                       MOVE PLIB-RECORD
                           TO WS-BUILT-LINE(WS-BUILT-COUNT)
               END-EVALUATE
           END-IF.

      *> ============================================================
      *> Append the source file's coordinates as a new entry. The
      *> name must be new and the source must yield at least one
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-NAME-COUNT
           MOVE 0 TO WS-IN-PATTERN
           MOVE 0 TO WS-COMP-COUNT
           MOVE 0 TO WS-COMP-DROPPED
           OPEN INPUT LIBRARY-FILE
           IF WS-PLIB-STATUS NOT = "00"
               DISPLAY "PATTERN LIBRARY LIFEPLIB EMPTY OR MISSING, "
                   DISPLAY "  PATTERN " WS-CURR-NAME
                       " HAS NO END TRAILER"
               END-IF
               PERFORM CHECK-COMPOSITES
               IF WS-ERROR-COUNT = 0
                   DISPLAY "LIBRARY VALID: " WS-ENTRY-COUNT
                       " ENTRIES, NO PROBLEMS"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  RECORD OUTSIDE ANY PATTERN: "
                       PLIB-RECORD
               WHEN WS-PLIB-WORD = "FROM"
                   PERFORM VALIDATE-FROM-RECORD
               WHEN OTHER
                   PERFORM PARSE-COORDINATE
                   IF WS-COORD-OK = 0
               END-IF
           END-IF.

      *> ============================================================
      *> A FROM record inside an entry. Scene parts are kept for the
      *> overlap/off-board replay once the pass is over; ROTATE and
      *> MIRROR lineage only has to name its source.
      *> ============================================================
       VALIDATE-FROM-RECORD.
           PERFORM PARSE-FROM-LINE
           EVALUATE TRUE
               WHEN WS-FROM-KIND = "PART"
                   MOVE 1 TO WS-OFFSET-OK
                   IF WS-FROM-ARG1 = SPACES OR WS-FROM-ARG2 = SPACES
                       MOVE 0 TO WS-OFFSET-OK
                   END-IF
                   IF WS-OFFSET-OK = 1
                       MOVE WS-FROM-ARG1 TO WS-OFFSET-TEXT
                       PERFORM PARSE-OFFSET
                   END-IF
                   IF WS-OFFSET-OK = 1
                       MOVE WS-OFFSET-NUM TO WS-PATT-ROW
                       MOVE WS-FROM-ARG2 TO WS-OFFSET-TEXT
                       PERFORM PARSE-OFFSET
                   END-IF
                   IF WS-FROM-NAME = SPACES OR WS-OFFSET-OK = 0
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "  BAD FROM RECORD IN "
                           WS-CURR-NAME ": " PLIB-RECORD
                   ELSE
                       IF WS-COMP-COUNT < WS-MAX-COMP-PARTS
                           ADD 1 TO WS-COMP-COUNT
                           MOVE WS-CURR-NAME
                               TO WS-CP-SCENE(WS-COMP-COUNT)
                           MOVE WS-FROM-NAME
                               TO WS-CP-NAME(WS-COMP-COUNT)
                           MOVE WS-PATT-ROW
                               TO WS-CP-ROFF(WS-COMP-COUNT)
                           MOVE WS-OFFSET-NUM
                               TO WS-CP-COFF(WS-COMP-COUNT)
                       ELSE
                           ADD 1 TO WS-COMP-DROPPED
                       END-IF
                   END-IF
               WHEN WS-FROM-KIND = "ROTATE" OR
                    WS-FROM-KIND = "MIRROR"
                   IF WS-FROM-NAME = SPACES
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "  BAD FROM RECORD IN "
                           WS-CURR-NAME ": " PLIB-RECORD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  UNKNOWN FROM RECORD IN "
                       WS-CURR-NAME ": " PLIB-RECORD
           END-EVALUATE.

      *> ============================================================
      *> Replay every scene's parts, as recorded in its FROM PART
      *> records, onto an empty board of the largest size, and
      *> report parts that now overlap an earlier part, run off the
      *> board, or have gone from the library. The parts are taken
      *> as they stand today, so a part redefined since the scene
      *> was built is judged as it is now.
      *> ============================================================
       CHECK-COMPOSITES.
           MOVE 0 TO WS-PART-DROPPED
           IF WS-COMP-COUNT > 0
               MOVE SPACES TO WS-CHECK-SCENE
               MOVE 0 TO WS-PART-COUNT
               PERFORM VARYING WS-CPX FROM 1 BY 1
                   UNTIL WS-CPX > WS-COMP-COUNT
                   IF WS-CP-SCENE(WS-CPX) NOT = WS-CHECK-SCENE
                       IF WS-PART-COUNT > 0
                           PERFORM CHECK-SCENE-PARTS
                       END-IF
                       MOVE WS-CP-SCENE(WS-CPX) TO WS-CHECK-SCENE
                       MOVE 0 TO WS-PART-COUNT
                   END-IF
                   IF WS-PART-COUNT < WS-MAX-PARTS
                       ADD 1 TO WS-PART-COUNT
                       MOVE WS-CP-NAME(WS-CPX)
                           TO WS-PT-NAME(WS-PART-COUNT)
                       MOVE WS-CP-ROFF(WS-CPX)
                           TO WS-PT-ROFF(WS-PART-COUNT)
                       MOVE WS-CP-COFF(WS-CPX)
                           TO WS-PT-COFF(WS-PART-COUNT)
                   ELSE
                       ADD 1 TO WS-PART-DROPPED
                   END-IF
               END-PERFORM
               PERFORM CHECK-SCENE-PARTS
           END-IF
           ADD WS-COMP-DROPPED TO WS-PART-DROPPED
           IF WS-PART-DROPPED > 0
               DISPLAY "  NOTE: " WS-PART-DROPPED
                   " SCENE PARTS BEYOND THE CHECKING LIMITS"
                   " WERE NOT REPLAYED"
           END-IF.

       CHECK-SCENE-PARTS.
           PERFORM PLACE-SCENE-PARTS
           PERFORM REPORT-PART-PROBLEMS.

      *> ============================================================
      *> One line per problem part of the scene just laid out, each
      *> counted as a library problem.
      *> ============================================================
       REPORT-PART-PROBLEMS.
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PART-COUNT
               IF WS-PT-FOUND(WS-PX) = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  SCENE " WS-CHECK-SCENE " PART "
                       WS-PT-NAME(WS-PX) " NOT IN THE LIBRARY"
               END-IF
               IF WS-PT-OVERLAP(WS-PX) > 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  SCENE " WS-CHECK-SCENE " PART "
                       WS-PT-NAME(WS-PX) " OVERLAPS AN EARLIER PART AT "
                       WS-PT-OVERLAP(WS-PX) " CELLS"
               END-IF
               IF WS-PT-OFFBOARD(WS-PX) > 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "  SCENE " WS-CHECK-SCENE " PART "
                       WS-PT-NAME(WS-PX) " FALLS OFF THE "
                       WS-MAX-ROWS " X " WS-MAX-COLS " BOARD AT "
                       WS-PT-OFFBOARD(WS-PX) " CELLS"
               END-IF
           END-PERFORM.

      *> ============================================================
      *> ROTATE and MIRROR store a turned or mirrored copy of an
      *> entry under a new name. Both set the transform and its
      *> argument (as recorded in the new entry's FROM record),
      *> then share the checking, loading, and writing.
      *> ============================================================
       ROTATE-PATTERN.
           MOVE 1 TO WS-TRANSFORM-OK
           EVALUATE WS-PARM-EXTRA
               WHEN SPACES
               WHEN "90"
                   MOVE "R90" TO WS-TRANSFORM
                   MOVE "90" TO WS-TRANSFORM-ARG
               WHEN "180"
                   MOVE "R180" TO WS-TRANSFORM
                   MOVE "180" TO WS-TRANSFORM-ARG
               WHEN "270"
                   MOVE "R270" TO WS-TRANSFORM
                   MOVE "270" TO WS-TRANSFORM-ARG
               WHEN OTHER
                   MOVE 0 TO WS-TRANSFORM-OK
                   DISPLAY "ROTATE TURNS 90, 180, OR 270 DEGREES "
                       "CLOCKWISE, NOT " WS-PARM-EXTRA
           END-EVALUATE
           IF WS-TRANSFORM-OK = 1
               PERFORM TRANSFORM-PATTERN
           END-IF.

       MIRROR-PATTERN.
           MOVE 1 TO WS-TRANSFORM-OK
           EVALUATE WS-PARM-EXTRA
               WHEN SPACES
               WHEN "LR"
                   MOVE "LR" TO WS-TRANSFORM
                   MOVE "LR" TO WS-TRANSFORM-ARG
               WHEN "TB"
                   MOVE "TB" TO WS-TRANSFORM
                   MOVE "TB" TO WS-TRANSFORM-ARG
               WHEN OTHER
                   MOVE 0 TO WS-TRANSFORM-OK
                   DISPLAY "MIRROR IS LR (LEFT-RIGHT) OR TB "
                       "(TOP-BOTTOM), NOT " WS-PARM-EXTRA
           END-EVALUATE
           IF WS-TRANSFORM-OK = 1
               PERFORM TRANSFORM-PATTERN
           END-IF.

       TRANSFORM-PATTERN.
           EVALUATE TRUE
               WHEN WS-PATTERN-NAME = SPACES OR
                    WS-PARM-SOURCE = SPACES
                   DISPLAY FUNCTION TRIM(WS-ACTION)
                       " NEEDS A PATTERN NAME AND A NEW NAME"
               WHEN WS-PARM-SOURCE(13:8) NOT = SPACES
                   DISPLAY "NEW NAME " WS-PARM-SOURCE
                       " IS LONGER THAN 12 CHARACTERS"
               WHEN OTHER
                   PERFORM TRANSFORM-NAMED-PATTERN
           END-EVALUATE.

      *> The source entry's name moves to WS-LOAD-NAME and the new
      *> name becomes the pattern name the new entry is written as.
       TRANSFORM-NAMED-PATTERN.
           MOVE WS-PATTERN-NAME TO WS-LOAD-NAME
           MOVE WS-PARM-SOURCE TO WS-PATTERN-NAME
           PERFORM FIND-PATTERN-NAME
           IF WS-NAME-FOUND = 1
               DISPLAY "PATTERN " WS-PATTERN-NAME
                   " ALREADY IN THE LIBRARY, "
                   FUNCTION TRIM(WS-ACTION) " REJECTED"
           ELSE
               PERFORM LOAD-ENTRY-CELLS
               EVALUATE TRUE
                   WHEN WS-NAME-FOUND = 0
                       DISPLAY "PATTERN " WS-LOAD-NAME
                           " NOT IN THE LIBRARY, NOTHING MADE"
                   WHEN WS-LIST-COUNT = 0
                       DISPLAY "PATTERN " WS-LOAD-NAME
                           " HAS NO CELLS, NOTHING MADE"
                   WHEN OTHER
                       PERFORM FIT-TRANSFORMED-BOX
                       IF WS-TRANSFORM-OK = 1
                           PERFORM TRANSFORM-ONE-CELL
                               VARYING WS-CX FROM 1 BY 1
                               UNTIL WS-CX > WS-LIST-COUNT
                           PERFORM WRITE-TRANSFORMED-ENTRY
                       END-IF
               END-EVALUATE
           END-IF.

      *> ============================================================
      *> Place the transformed bounding box: a quarter turn swaps
      *> its height and width. It keeps the source's top-left
      *> corner, pulled up or left only as far as it takes to stay
      *> on the largest board; a box too big for the board at all
      *> is refused.
      *> ============================================================
       FIT-TRANSFORMED-BOX.
           COMPUTE WS-SPAN-ROWS = WS-MAX-ROW - WS-MIN-ROW
           COMPUTE WS-SPAN-COLS = WS-MAX-COL - WS-MIN-COL
           IF WS-TRANSFORM = "R90" OR WS-TRANSFORM = "R270"
               MOVE WS-SPAN-COLS TO WS-NEW-SPAN-ROWS
               MOVE WS-SPAN-ROWS TO WS-NEW-SPAN-COLS
           ELSE
               MOVE WS-SPAN-ROWS TO WS-NEW-SPAN-ROWS
               MOVE WS-SPAN-COLS TO WS-NEW-SPAN-COLS
           END-IF
           MOVE WS-MIN-ROW TO WS-NEW-TOP
           MOVE WS-MIN-COL TO WS-NEW-LEFT
           IF WS-NEW-TOP + WS-NEW-SPAN-ROWS > WS-MAX-ROWS
               COMPUTE WS-NEW-TOP = WS-MAX-ROWS - WS-NEW-SPAN-ROWS
           END-IF
           IF WS-NEW-LEFT + WS-NEW-SPAN-COLS > WS-MAX-COLS
               COMPUTE WS-NEW-LEFT = WS-MAX-COLS - WS-NEW-SPAN-COLS
           END-IF
           IF WS-NEW-TOP < 1 OR WS-NEW-LEFT < 1
               MOVE 0 TO WS-TRANSFORM-OK
               DISPLAY "PATTERN " WS-LOAD-NAME " TURNED "
                   WS-TRANSFORM-ARG " WOULD NOT FIT THE "
                   WS-MAX-ROWS " X " WS-MAX-COLS " BOARD, "
                   "NOTHING MADE"
           END-IF.

      *> ============================================================
      *> Move one listed cell to its place in the transformed box.
      *> Turns are clockwise; LR mirrors the columns, TB the rows.
      *> ============================================================
       TRANSFORM-ONE-CELL.
           EVALUATE WS-TRANSFORM
               WHEN "R90"
                   COMPUTE WS-NEW-ROW = WS-NEW-TOP
                       + WS-CL-COL(WS-CX) - WS-MIN-COL
                   COMPUTE WS-NEW-COL = WS-NEW-LEFT
                       + WS-MAX-ROW - WS-CL-ROW(WS-CX)
               WHEN "R180"
                   COMPUTE WS-NEW-ROW = WS-NEW-TOP
                       + WS-MAX-ROW - WS-CL-ROW(WS-CX)
                   COMPUTE WS-NEW-COL = WS-NEW-LEFT
                       + WS-MAX-COL - WS-CL-COL(WS-CX)
               WHEN "R270"
                   COMPUTE WS-NEW-ROW = WS-NEW-TOP
                       + WS-MAX-COL - WS-CL-COL(WS-CX)
                   COMPUTE WS-NEW-COL = WS-NEW-LEFT
                       + WS-CL-ROW(WS-CX) - WS-MIN-ROW
               WHEN "LR"
                   COMPUTE WS-NEW-ROW = WS-NEW-TOP
                       + WS-CL-ROW(WS-CX) - WS-MIN-ROW
                   COMPUTE WS-NEW-COL = WS-NEW-LEFT
                       + WS-MAX-COL - WS-CL-COL(WS-CX)
               WHEN "TB"
                   COMPUTE WS-NEW-ROW = WS-NEW-TOP
                       + WS-MAX-ROW - WS-CL-ROW(WS-CX)
                   COMPUTE WS-NEW-COL = WS-NEW-LEFT
                       + WS-CL-COL(WS-CX) - WS-MIN-COL
           END-EVALUATE
           MOVE WS-NEW-ROW TO WS-CL-ROW(WS-CX)
           MOVE WS-NEW-COL TO WS-CL-COL(WS-CX).

       WRITE-TRANSFORMED-ENTRY.
           MOVE SPACES TO WS-FROM-TEXT
           STRING
               "FROM "           DELIMITED SIZE
               WS-ACTION         DELIMITED SPACES
               " "               DELIMITED SIZE
               WS-LOAD-NAME      DELIMITED SPACES
               " "               DELIMITED SIZE
               WS-TRANSFORM-ARG  DELIMITED SPACES
               INTO WS-FROM-TEXT
           END-STRING
           PERFORM WRITE-ENTRY-HEADER
           IF WS-WRITE-OK = 1
               MOVE WS-FROM-TEXT TO PLIB-RECORD
               WRITE PLIB-RECORD
               PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-LIST-COUNT
                   MOVE WS-CL-ROW(WS-CX) TO WS-PATT-ROW
                   MOVE WS-CL-COL(WS-CX) TO WS-PATT-COL
                   PERFORM WRITE-CELL-RECORD
               END-PERFORM
               PERFORM WRITE-ENTRY-TRAILER
               DISPLAY "ADDED PATTERN " WS-PATTERN-NAME " ("
                   WS-LIST-COUNT " CELLS) " WS-FROM-TEXT
           END-IF.

      *> ============================================================
      *> Build a composite scene from the parts in the scene file.
      *> Each part is laid onto an empty board of the largest size
      *> at its offsets, and the scene is stored with one FROM PART
      *> record per part ahead of its cells. A part missing from
      *> the library, or a scene with no cell on the board, is
      *> refused; parts that overlap or run off the board are
      *> stored as laid out (an overlapped cell once, off-board
      *> cells left out) and reported, as VALIDATE will go on
      *> reporting them.
      *> ============================================================
       BUILD-SCENE.
           IF WS-PATTERN-NAME = SPACES
               DISPLAY "SCENE NEEDS A PATTERN NAME"
           ELSE
               PERFORM FIND-PATTERN-NAME
               IF WS-NAME-FOUND = 1
                   DISPLAY "PATTERN " WS-PATTERN-NAME
                       " ALREADY IN THE LIBRARY, SCENE REJECTED"
               ELSE
                   IF WS-PARM-SOURCE NOT = SPACES
                       MOVE WS-PARM-SOURCE TO WS-SOURCE-NAME
                   ELSE
                       MOVE "LIFESCEN.DAT" TO WS-SOURCE-NAME
                   END-IF
                   PERFORM LOAD-SCENE-PARTS
                   IF WS-SCENE-BAD = 1
                       DISPLAY "SCENE " WS-PATTERN-NAME " REJECTED"
                   ELSE
                       MOVE WS-PATTERN-NAME TO WS-CHECK-SCENE
                       PERFORM PLACE-SCENE-PARTS
                       PERFORM FINISH-SCENE
                   END-IF
               END-IF
           END-IF.

       LOAD-SCENE-PARTS.
           MOVE 0 TO WS-SCENE-BAD
           MOVE 0 TO WS-PART-COUNT
           MOVE 0 TO WS-SCENE-LINE
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-STATUS NOT = "00"
               DISPLAY "SCENE FILE " WS-SOURCE-NAME " NOT READABLE, "
                   "STATUS=" WS-SRC-STATUS
               MOVE 1 TO WS-SCENE-BAD
           ELSE
               PERFORM UNTIL WS-SRC-STATUS NOT = "00"
                   READ SOURCE-FILE
                       AT END
                           MOVE "10" TO WS-SRC-STATUS
                       NOT AT END
                           PERFORM TAKE-SCENE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
               IF WS-SCENE-BAD = 0 AND WS-PART-COUNT = 0
                   DISPLAY "SCENE FILE " WS-SOURCE-NAME
                       " LISTS NO PARTS"
                   MOVE 1 TO WS-SCENE-BAD
               END-IF
           END-IF.

      *> ============================================================
      *> One scene-file line: "part-name,row-offset,col-offset".
      *> Blank lines and * comment lines are passed over; a blank
      *> offset is no shift.
      *> ============================================================
       TAKE-SCENE-LINE.
           ADD 1 TO WS-SCENE-LINE
           IF SRC-RECORD NOT = SPACES AND SRC-RECORD(1:1) NOT = "*"
               MOVE SPACES TO WS-SCN-NAME
               MOVE SPACES TO WS-SCN-ROFF
               MOVE SPACES TO WS-SCN-COFF
               UNSTRING SRC-RECORD DELIMITED BY ","
                   INTO WS-SCN-NAME WS-SCN-ROFF WS-SCN-COFF
               END-UNSTRING
               MOVE WS-SCN-ROFF TO WS-OFFSET-TEXT
               PERFORM PARSE-OFFSET
               MOVE WS-OFFSET-NUM TO WS-PATT-ROW
               IF WS-OFFSET-OK = 1
                   MOVE WS-SCN-COFF TO WS-OFFSET-TEXT
                   PERFORM PARSE-OFFSET
               END-IF
               EVALUATE TRUE
                   WHEN WS-SCN-NAME = SPACES
                       DISPLAY "  SCENE LINE " WS-SCENE-LINE
                           " HAS NO PART NAME"
                       MOVE 1 TO WS-SCENE-BAD
                   WHEN WS-OFFSET-OK = 0
                       DISPLAY "  SCENE LINE " WS-SCENE-LINE
                           " OFFSETS NOT NUMBERS FROM 0 TO 999: "
                           SRC-RECORD
                       MOVE 1 TO WS-SCENE-BAD
                   WHEN WS-PART-COUNT >= WS-MAX-PARTS
                       DISPLAY "  SCENE LINE " WS-SCENE-LINE
                           " IS PAST THE " WS-MAX-PARTS
                           "-PART LIMIT"
                       MOVE 1 TO WS-SCENE-BAD
                   WHEN OTHER
                       ADD 1 TO WS-PART-COUNT
                       MOVE FUNCTION TRIM(WS-SCN-NAME)
                           TO WS-PT-NAME(WS-PART-COUNT)
                       MOVE WS-PATT-ROW
                           TO WS-PT-ROFF(WS-PART-COUNT)
                       MOVE WS-OFFSET-NUM
                           TO WS-PT-COFF(WS-PART-COUNT)
               END-EVALUATE
           END-IF.

      *> ============================================================
      *> Lay every part in the parts table onto an empty board, in
      *> order: the first part to reach a cell claims it, and cells
      *> a part would put beyond the board are counted, not placed.
      *> ============================================================
       PLACE-SCENE-PARTS.
           MOVE ZEROS TO WS-SCENE-GRID
           MOVE 0 TO WS-SCENE-CELLS
           MOVE 0 TO WS-SCENE-OVERLAP
           MOVE 0 TO WS-SCENE-OFFBOARD
           MOVE 0 TO WS-SCENE-MISSING
           PERFORM PLACE-ONE-PART
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PART-COUNT.

       PLACE-ONE-PART.
           MOVE WS-PT-NAME(WS-PX) TO WS-LOAD-NAME
           PERFORM LOAD-ENTRY-CELLS
           MOVE WS-NAME-FOUND TO WS-PT-FOUND(WS-PX)
           MOVE WS-LIST-COUNT TO WS-PT-CELLS(WS-PX)
           MOVE 0 TO WS-PT-OVERLAP(WS-PX)
           MOVE 0 TO WS-PT-OFFBOARD(WS-PX)
           IF WS-NAME-FOUND = 0
               ADD 1 TO WS-SCENE-MISSING
           END-IF
           PERFORM PLACE-ONE-CELL
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-LIST-COUNT
           ADD WS-PT-OVERLAP(WS-PX) TO WS-SCENE-OVERLAP
           ADD WS-PT-OFFBOARD(WS-PX) TO WS-SCENE-OFFBOARD.

       PLACE-ONE-CELL.
           COMPUTE WS-PLACE-ROW = WS-CL-ROW(WS-CX) + WS-PT-ROFF(WS-PX)
           COMPUTE WS-PLACE-COL = WS-CL-COL(WS-CX) + WS-PT-COFF(WS-PX)
           EVALUATE TRUE
               WHEN WS-PLACE-ROW > WS-MAX-ROWS OR
                    WS-PLACE-COL > WS-MAX-COLS
                   ADD 1 TO WS-PT-OFFBOARD(WS-PX)
               WHEN WS-SG-CELL(WS-PLACE-ROW, WS-PLACE-COL) = 0
                   MOVE WS-PX TO WS-SG-CELL(WS-PLACE-ROW, WS-PLACE-COL)
                   ADD 1 TO WS-SCENE-CELLS
               WHEN WS-SG-CELL(WS-PLACE-ROW, WS-PLACE-COL)
                    NOT = WS-PX
                   ADD 1 TO WS-PT-OVERLAP(WS-PX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FINISH-SCENE.
           IF WS-SCENE-MISSING > 0 OR WS-SCENE-CELLS = 0
               PERFORM REPORT-PART-PROBLEMS
               DISPLAY "SCENE " WS-PATTERN-NAME " HAS "
                   WS-SCENE-CELLS " CELLS ON THE BOARD AND "
                   WS-SCENE-MISSING " MISSING PARTS, SCENE REJECTED"
           ELSE
               PERFORM WRITE-SCENE-ENTRY
               IF WS-WRITE-OK = 1
                   DISPLAY "ADDED SCENE " WS-PATTERN-NAME " ("
                       WS-SCENE-CELLS " CELLS) FROM " WS-PART-COUNT
                       " PARTS IN " WS-SOURCE-NAME
                   IF WS-SCENE-OVERLAP > 0 OR WS-SCENE-OFFBOARD > 0
                       PERFORM REPORT-PART-PROBLEMS
                       DISPLAY "  OVERLAPPING CELLS STORED ONCE, "
                           "OFF-BOARD CELLS LEFT OUT"
                   END-IF
               END-IF
           END-IF.

       WRITE-SCENE-ENTRY.
           PERFORM WRITE-ENTRY-HEADER
           IF WS-WRITE-OK = 1
               PERFORM WRITE-SCENE-BODY
           END-IF.

       WRITE-SCENE-BODY.
           PERFORM VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PART-COUNT
               MOVE SPACES TO PLIB-RECORD
               STRING
                   "FROM PART "       DELIMITED SIZE
                   WS-PT-NAME(WS-PX)  DELIMITED SPACES
                   " "                DELIMITED SIZE
                   WS-PT-ROFF(WS-PX)  DELIMITED SIZE
                   " "                DELIMITED SIZE
                   WS-PT-COFF(WS-PX)  DELIMITED SIZE
                   INTO PLIB-RECORD
               END-STRING
               WRITE PLIB-RECORD
           END-PERFORM
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-MAX-ROWS
               PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-MAX-COLS
                   IF WS-SG-CELL(WS-R, WS-C) NOT = 0
                       MOVE WS-R TO WS-PATT-ROW
                       MOVE WS-C TO WS-PATT-COL
                       PERFORM WRITE-CELL-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WRITE-ENTRY-TRAILER.

      *> ============================================================
      *> Scan the library for an entry carrying the requested name.
      *> ============================================================
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> Split a FROM record into its words: FROM, the kind (PART,
      *> ROTATE, MIRROR), the source name, and one or two arguments.
      *> ============================================================
       PARSE-FROM-LINE.
           MOVE SPACES TO WS-PLIB-WORD
           MOVE SPACES TO WS-FROM-KIND
           MOVE SPACES TO WS-FROM-NAME
           MOVE SPACES TO WS-FROM-ARG1
           MOVE SPACES TO WS-FROM-ARG2
           UNSTRING PLIB-RECORD DELIMITED BY ALL " "
               INTO WS-PLIB-WORD WS-FROM-KIND WS-FROM-NAME
                    WS-FROM-ARG1 WS-FROM-ARG2
           END-UNSTRING.

      *> ============================================================
      *> Judge WS-OFFSET-TEXT as a placement offset: blank is 0,
      *> otherwise a whole number from 0 to 999.
      *> ============================================================
       PARSE-OFFSET.
           MOVE 0 TO WS-OFFSET-NUM
           MOVE 1 TO WS-OFFSET-OK
           IF WS-OFFSET-TEXT NOT = SPACES
               IF FUNCTION TRIM(WS-OFFSET-TEXT) IS NUMERIC
                   COMPUTE WS-OFFSET-NUM =
                       FUNCTION NUMVAL(WS-OFFSET-TEXT)
                   IF WS-OFFSET-NUM > 999
                       MOVE 0 TO WS-OFFSET-OK
                   END-IF
               ELSE
                   MOVE 0 TO WS-OFFSET-OK
               END-IF
           END-IF.

      *> ============================================================
      *> Load the cells of the entry named in WS-LOAD-NAME into the
      *> cell list, with their bounding box. WS-NAME-FOUND says
      *> whether the entry exists; FROM records are not cells and
      *> are passed over.
      *> ============================================================
       LOAD-ENTRY-CELLS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-NAME-FOUND
           MOVE 0 TO WS-IN-PATTERN
           MOVE WS-MAX-ROWS TO WS-MIN-ROW
           MOVE 0 TO WS-MAX-ROW
           MOVE WS-MAX-COLS TO WS-MIN-COL
           MOVE 0 TO WS-MAX-COL
           OPEN INPUT LIBRARY-FILE
           IF WS-PLIB-STATUS = "00"
               PERFORM UNTIL WS-PLIB-STATUS NOT = "00"
                   READ LIBRARY-FILE
                       AT END
                           MOVE "10" TO WS-PLIB-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-ENTRY-LINE
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF
           MOVE 0 TO WS-IN-PATTERN
           MOVE "00" TO WS-PLIB-STATUS.

       LOAD-ONE-ENTRY-LINE.
           PERFORM PARSE-LIBRARY-LINE
           EVALUATE TRUE
               WHEN WS-PLIB-WORD = "PATTERN"
                   IF WS-IN-PATTERN = 1
      *>               Entry has no trailer; it ends here
                       MOVE "10" TO WS-PLIB-STATUS
                   ELSE
                       IF WS-PLIB-NAME = WS-LOAD-NAME
                           MOVE 1 TO WS-IN-PATTERN
                           MOVE 1 TO WS-NAME-FOUND
                       END-IF
                   END-IF
               WHEN WS-PLIB-WORD = "END"
                   IF WS-IN-PATTERN = 1
                       MOVE "10" TO WS-PLIB-STATUS
                   END-IF
               WHEN WS-IN-PATTERN = 1
                   PERFORM PARSE-COORDINATE
                   IF WS-COORD-OK = 1 AND
                      WS-LIST-COUNT < WS-MAX-CELLS
                       ADD 1 TO WS-LIST-COUNT
                       MOVE WS-PATT-ROW TO WS-CL-ROW(WS-LIST-COUNT)
                       MOVE WS-PATT-COL TO WS-CL-COL(WS-LIST-COUNT)
                       PERFORM WIDEN-BOUNDING-BOX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ============================================================
      *> Stretch the bounding box to take in the cell just parsed.
      *> ============================================================
       WIDEN-BOUNDING-BOX.
           IF WS-PATT-ROW < WS-MIN-ROW
               MOVE WS-PATT-ROW TO WS-MIN-ROW
           END-IF
           IF WS-PATT-ROW > WS-MAX-ROW
               MOVE WS-PATT-ROW TO WS-MAX-ROW
           END-IF
           IF WS-PATT-COL < WS-MIN-COL
               MOVE WS-PATT-COL TO WS-MIN-COL
           END-IF
           IF WS-PATT-COL > WS-MAX-COL
               MOVE WS-PATT-COL TO WS-MAX-COL
           END-IF.

      *> ============================================================
      *> Writing a new entry made from other entries: open the
      *> library for append and write the header, then one record
      *> per cell, then the trailer and close. WS-WRITE-OK says
      *> whether the library opened; if not, nothing is written.
      *> ============================================================
       WRITE-ENTRY-HEADER.
           MOVE 0 TO WS-WRITE-OK
           OPEN EXTEND LIBRARY-FILE
           IF WS-PLIB-STATUS NOT = "00"
               OPEN OUTPUT LIBRARY-FILE
           END-IF
           IF WS-PLIB-STATUS NOT = "00"
               DISPLAY "PATTERN LIBRARY LIFEPLIB NOT WRITABLE, "
                   "STATUS=" WS-PLIB-STATUS ", " WS-PATTERN-NAME
                   " NOT ADDED"
           ELSE
               MOVE 1 TO WS-WRITE-OK
               MOVE SPACES TO PLIB-RECORD
               STRING
                   "PATTERN "       DELIMITED SIZE
                   WS-PATTERN-NAME  DELIMITED SPACES
                   INTO PLIB-RECORD
               END-STRING
               WRITE PLIB-RECORD
           END-IF.

       WRITE-CELL-RECORD.
           MOVE SPACES TO PLIB-RECORD
           STRING
               WS-PATT-ROW DELIMITED SIZE
               " "         DELIMITED SIZE
               WS-PATT-COL DELIMITED SIZE
               INTO PLIB-RECORD
           END-STRING
           WRITE PLIB-RECORD.

       WRITE-ENTRY-TRAILER.
           MOVE SPACES TO PLIB-RECORD
           STRING
               "END "           DELIMITED SIZE
               WS-PATTERN-NAME  DELIMITED SPACES
               INTO PLIB-RECORD
           END-STRING
           WRITE PLIB-RECORD
           CLOSE LIBRARY-FILE.
