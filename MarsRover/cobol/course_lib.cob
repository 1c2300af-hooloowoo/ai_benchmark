       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-LIB.
       AUTHOR. MARS.

      *> ============================================================
      *> Course Librarian — COBOL
      *>
      *> Keeps the catalog (MRCOURSE.DAT) of the recorded courses
      *> MARS-ROVER cuts into MRCRSname.DAT files, the way
      *> PATTERN-LIB keeps the Life pattern library, so there is
      *> one place to see which courses exist, how long and how
      *> hard each one is, and whether its file is still sound.
      *> Each catalog entry carries the course's tunnel width,
      *> frame count, rock and crate counts, wall-drift statistics,
      *> a computed difficulty rating (see RATE-COURSE), and the
      *> par score AUTOPILOT worked out for it. A revalidation
      *> that finds the course file changed drops the par, since
      *> it no longer describes the course on disk.
      *>
      *> Driven by a COMMAND-LINE parameter:
      *>
      *>   LIST                 every cataloged course with its
      *>                        statistics, rating, and status
      *>   VALIDATE,name        check one course file and catalog
      *>                        (or refresh) it with the result; a
      *>                        newly recorded course is brought
      *>                        into the catalog this way
      *>   VALIDATE             recheck every cataloged course
      *>   DELETE,name          remove the course file, its par
      *>                        steering script (MRPARname.DAT),
      *>                        and its catalog entry
      *>
      *> A course file is a "C name width" header, one "I nn"
      *> starting-tunnel record per board row, and one
      *> "F nn t xx" record per frame (left wall, object R/C/".",
      *> object column). VALIDATE reports a file cut short (fewer
      *> starting rows than the board has, or no frames, or a
      *> frame record missing its words), a bad header, walls out
      *> of range for the recorded width, and objects outside the
      *> tunnel.
      *> ============================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "MRCOURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT COURSE-IN-FILE ASSIGN USING WS-CRSIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
           COPY "coursec.cpy".

       FD  COURSE-IN-FILE.
       01  CRSIN-RECORD        PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-CATALOG-STATUS PIC XX   VALUE "00".
       01 WS-CRSIN-STATUS   PIC XX   VALUE "00".
       01 WS-CRSIN-NAME     PIC X(17) VALUE SPACES.

      *> The command-line parameters in hand
       01 WS-PARM-STRING    PIC X(40) VALUE SPACES.
       01 WS-ACTION         PIC X(8)  VALUE SPACES.
       01 WS-COURSE-NAME    PIC X(8)  VALUE SPACES.

      *> The whole catalog in storage while it is worked on
       01 WS-MAX-COURSES    PIC 9(4) VALUE 100.
       01 WS-COURSE-COUNT   PIC 9(4) VALUE 0.
       01 WS-CATALOG-FULL   PIC 9    VALUE 0.
       01 WS-COURSES.
          05 WS-COURSE        OCCURS 100 TIMES.
             10 WS-C-NAME      PIC X(8).
             10 WS-C-WIDTH     PIC 99.
             10 WS-C-FRAMES    PIC 9(5).
             10 WS-C-ROCKS     PIC 9(4).
             10 WS-C-CRATES    PIC 9(4).
             10 WS-C-DRIFT-AVG PIC 9V99.
             10 WS-C-DRIFT-MAX PIC 99.
             10 WS-C-LEFT-MIN  PIC 99.
             10 WS-C-LEFT-MAX  PIC 99.
             10 WS-C-RATING    PIC 99.
             10 WS-C-GRADE     PIC X(7).
             10 WS-C-STATUS    PIC X.
             10 WS-C-CHECKED   PIC 9(8).
             10 WS-C-PAR-SCORE PIC 9(5).
             10 WS-C-PAR-CRATES PIC 9(4).
             10 WS-C-PAR-CRASHES PIC 9.
             10 WS-C-PAR-DATE  PIC 9(8).
       01 WS-FOUND-IX       PIC 9(4) VALUE 0.

      *> Course-file words, split the way MARS-ROVER's replay
      *> splits them
       01 WS-CRS-W1         PIC X(8)  VALUE SPACES.
       01 WS-CRS-W2         PIC X(8)  VALUE SPACES.
       01 WS-CRS-W3         PIC X(8)  VALUE SPACES.
       01 WS-CRS-W4         PIC X(8)  VALUE SPACES.

      *> Board geometry, mirroring WS-WIDTH and WS-HEIGHT in
      *> MARS-ROVER: a left wall may sit from column 1 to
      *> width - tunnel width - 1
       01 WS-WIDTH          PIC 99   VALUE 60.
       01 WS-HEIGHT         PIC 99   VALUE 25.
       01 WS-TUNNEL-W       PIC 99   VALUE 0.
       01 WS-WIDTH-OK       PIC 9    VALUE 0.
       01 WS-WALL-MAX       PIC 99   VALUE 0.

      *> One course file's validation
       01 WS-FILE-MISSING   PIC 9    VALUE 0.
       01 WS-PROBLEMS       PIC 9(5) VALUE 0.
       01 WS-MAX-SHOWN      PIC 9(3) VALUE 20.
       01 WS-PROBLEM-TEXT   PIC X(70) VALUE SPACES.
       01 WS-PROBLEM-WHERE  PIC X(20) VALUE SPACES.
       01 WS-INIT-ROWS      PIC 99   VALUE 0.
       01 WS-FRAME-RECS     PIC 9(5) VALUE 0.
       01 WS-WALL           PIC 99   VALUE 0.
       01 WS-OBJ-X          PIC 99   VALUE 0.
       01 WS-PREV-LEFT      PIC 99   VALUE 0.

      *> Statistics gathered over the frames
       01 WS-FRAMES         PIC 9(5) VALUE 0.
       01 WS-ROCKS          PIC 9(4) VALUE 0.
       01 WS-CRATES         PIC 9(4) VALUE 0.
       01 WS-DRIFT          PIC S99  VALUE 0.
       01 WS-DRIFT-SUM      PIC 9(7) VALUE 0.
       01 WS-DRIFT-AVG      PIC 9V99 VALUE 0.
       01 WS-DRIFT-MAX      PIC 99   VALUE 0.
       01 WS-LEFT-MIN       PIC 99   VALUE 0.
       01 WS-LEFT-MAX       PIC 99   VALUE 0.

      *> Difficulty rating, 0-99, and its grade word
       01 WS-RATING-WORK    PIC 9(4)V99 VALUE 0.
       01 WS-RATING-PART    PIC 9(4)V99 VALUE 0.
       01 WS-RATING         PIC 99   VALUE 0.
       01 WS-GRADE          PIC X(7) VALUE SPACES.

      *> VALIDATE-all tallies
       01 WS-VALID-COUNT    PIC 9(4) VALUE 0.
       01 WS-BAD-COUNT      PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT  PIC 9(4) VALUE 0.

       01 WS-TODAY          PIC 9(8) VALUE 0.
       01 WS-I              PIC 9(4) VALUE 0.
       01 WS-K              PIC 9(4) VALUE 0.
       01 WS-SHOW-STATUS    PIC X(7) VALUE SPACES.
       01 WS-DRIFT-AVG-ED   PIC 9.99.
       01 WS-SHOW-PAR       PIC X(5) VALUE SPACES.
       01 WS-PAR-NAME       PIC X(17) VALUE SPACES.
       01 WS-STATS-CHANGED  PIC 9    VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ","
               INTO WS-ACTION WS-COURSE-NAME
           END-UNSTRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-CATALOG
           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM LIST-CATALOG
               WHEN "VALIDATE"
                   IF WS-COURSE-NAME = SPACES
                       PERFORM VALIDATE-ALL-COURSES
                   ELSE
                       PERFORM VALIDATE-NAMED-COURSE
                   END-IF
               WHEN "DELETE"
                   PERFORM DELETE-COURSE
               WHEN OTHER
                   DISPLAY "COURSE-LIB ACTIONS: LIST / "
                       "VALIDATE[,name] / DELETE,name"
           END-EVALUATE
      *>   CBL_DELETE_FILE leaves its own result in RETURN-CODE; a
      *>   file already gone is not this program's failure
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ============================================================
      *> Read the catalog into storage. A catalog too big for the
      *> table is listed as far as it goes but never rewritten, so
      *> no entry is lost.
      *> ============================================================
       LOAD-CATALOG.
           MOVE 0 TO WS-COURSE-COUNT
           MOVE 0 TO WS-CATALOG-FULL
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
                   READ CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CATALOG-STATUS
                       NOT AT END
                           IF WS-COURSE-COUNT < WS-MAX-COURSES
                               ADD 1 TO WS-COURSE-COUNT
                               PERFORM TAKE-CATALOG-RECORD
                           ELSE
                               DISPLAY "COURSE CATALOG EXCEEDS "
                                   WS-MAX-COURSES " ENTRIES, "
                                   "NO CHANGES WILL BE SAVED"
                               MOVE 1 TO WS-CATALOG-FULL
                               MOVE "10" TO WS-CATALOG-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       TAKE-CATALOG-RECORD.
           MOVE CRS-NAME      TO WS-C-NAME(WS-COURSE-COUNT)
           MOVE CRS-WIDTH     TO WS-C-WIDTH(WS-COURSE-COUNT)
           MOVE CRS-FRAMES    TO WS-C-FRAMES(WS-COURSE-COUNT)
           MOVE CRS-ROCKS     TO WS-C-ROCKS(WS-COURSE-COUNT)
           MOVE CRS-CRATES    TO WS-C-CRATES(WS-COURSE-COUNT)
           MOVE CRS-DRIFT-AVG TO WS-C-DRIFT-AVG(WS-COURSE-COUNT)
           MOVE CRS-DRIFT-MAX TO WS-C-DRIFT-MAX(WS-COURSE-COUNT)
           MOVE CRS-LEFT-MIN  TO WS-C-LEFT-MIN(WS-COURSE-COUNT)
           MOVE CRS-LEFT-MAX  TO WS-C-LEFT-MAX(WS-COURSE-COUNT)
           MOVE CRS-RATING    TO WS-C-RATING(WS-COURSE-COUNT)
           MOVE CRS-GRADE     TO WS-C-GRADE(WS-COURSE-COUNT)
           MOVE CRS-STATUS    TO WS-C-STATUS(WS-COURSE-COUNT)
           MOVE CRS-CHECKED   TO WS-C-CHECKED(WS-COURSE-COUNT)
      *>   Entries cataloged before par existed carry no par fields
           IF CRS-PAR-DATE IS NUMERIC AND
              CRS-PAR-SCORE IS NUMERIC AND
              CRS-PAR-CRATES IS NUMERIC AND
              CRS-PAR-CRASHES IS NUMERIC
               MOVE CRS-PAR-SCORE   TO WS-C-PAR-SCORE(WS-COURSE-COUNT)
               MOVE CRS-PAR-CRATES  TO WS-C-PAR-CRATES(WS-COURSE-COUNT)
               MOVE CRS-PAR-CRASHES
                   TO WS-C-PAR-CRASHES(WS-COURSE-COUNT)
               MOVE CRS-PAR-DATE    TO WS-C-PAR-DATE(WS-COURSE-COUNT)
           ELSE
               MOVE 0 TO WS-C-PAR-SCORE(WS-COURSE-COUNT)
               MOVE 0 TO WS-C-PAR-CRATES(WS-COURSE-COUNT)
               MOVE 0 TO WS-C-PAR-CRASHES(WS-COURSE-COUNT)
               MOVE 0 TO WS-C-PAR-DATE(WS-COURSE-COUNT)
           END-IF.

      *> ============================================================
      *> Rewrite the whole catalog from storage after a change.
      *> ============================================================
       REWRITE-CATALOG.
           IF WS-CATALOG-FULL = 1
               DISPLAY "COURSE CATALOG NOT REWRITTEN (OVER "
                   WS-MAX-COURSES " ENTRIES)"
           ELSE
               OPEN OUTPUT CATALOG-FILE
               IF WS-CATALOG-STATUS NOT = "00"
                   DISPLAY "COURSE CATALOG NOT REWRITTEN, STATUS="
                       WS-CATALOG-STATUS
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-COURSE-COUNT
                       MOVE WS-C-NAME(WS-I)      TO CRS-NAME
                       MOVE ","                  TO CRS-SEP1
                       MOVE WS-C-WIDTH(WS-I)     TO CRS-WIDTH
                       MOVE ","                  TO CRS-SEP2
                       MOVE WS-C-FRAMES(WS-I)    TO CRS-FRAMES
                       MOVE ","                  TO CRS-SEP3
                       MOVE WS-C-ROCKS(WS-I)     TO CRS-ROCKS
                       MOVE ","                  TO CRS-SEP4
                       MOVE WS-C-CRATES(WS-I)    TO CRS-CRATES
                       MOVE ","                  TO CRS-SEP5
                       MOVE WS-C-DRIFT-AVG(WS-I) TO CRS-DRIFT-AVG
                       MOVE ","                  TO CRS-SEP6
                       MOVE WS-C-DRIFT-MAX(WS-I) TO CRS-DRIFT-MAX
                       MOVE ","                  TO CRS-SEP7
                       MOVE WS-C-LEFT-MIN(WS-I)  TO CRS-LEFT-MIN
                       MOVE ","                  TO CRS-SEP8
                       MOVE WS-C-LEFT-MAX(WS-I)  TO CRS-LEFT-MAX
                       MOVE ","                  TO CRS-SEP9
                       MOVE WS-C-RATING(WS-I)    TO CRS-RATING
                       MOVE ","                  TO CRS-SEP10
                       MOVE WS-C-GRADE(WS-I)     TO CRS-GRADE
                       MOVE ","                  TO CRS-SEP11
                       MOVE WS-C-STATUS(WS-I)    TO CRS-STATUS
                       MOVE ","                  TO CRS-SEP12
                       MOVE WS-C-CHECKED(WS-I)   TO CRS-CHECKED
                       MOVE ","                  TO CRS-SEP13
                       MOVE WS-C-PAR-SCORE(WS-I) TO CRS-PAR-SCORE
                       MOVE ","                  TO CRS-SEP14
                       MOVE WS-C-PAR-CRATES(WS-I) TO CRS-PAR-CRATES
                       MOVE ","                  TO CRS-SEP15
                       MOVE WS-C-PAR-CRASHES(WS-I) TO CRS-PAR-CRASHES
                       MOVE ","                  TO CRS-SEP16
                       MOVE WS-C-PAR-DATE(WS-I)  TO CRS-PAR-DATE
                       WRITE CRS-RECORD
                   END-PERFORM
                   CLOSE CATALOG-FILE
               END-IF
           END-IF.

      *> ============================================================
      *> Point WS-FOUND-IX at WS-COURSE-NAME's entry, or 0.
      *> ============================================================
       FIND-COURSE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-COURSE-COUNT OR WS-FOUND-IX > 0
               IF WS-C-NAME(WS-I) = WS-COURSE-NAME
                   MOVE WS-I TO WS-FOUND-IX
               END-IF
           END-PERFORM.

      *> ============================================================
      *> LIST: one line per cataloged course.
      *> ============================================================
       LIST-CATALOG.
           DISPLAY "===== MARS ROVER COURSE CATALOG ====="
           DISPLAY "COURSE    W  FRAMES ROCKS CRATES DRIFT MAX "
               "WALLS  RATING GRADE   STATUS  CHECKED  PAR"
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-COURSE-COUNT
               EVALUATE WS-C-STATUS(WS-K)
                   WHEN "V"
                       MOVE "VALID" TO WS-SHOW-STATUS
                   WHEN "B"
                       MOVE "BAD" TO WS-SHOW-STATUS
                   WHEN "M"
                       MOVE "MISSING" TO WS-SHOW-STATUS
                   WHEN OTHER
                       MOVE "?" TO WS-SHOW-STATUS
               END-EVALUATE
               MOVE WS-C-DRIFT-AVG(WS-K) TO WS-DRIFT-AVG-ED
               IF WS-C-PAR-DATE(WS-K) = 0
                   MOVE "NONE" TO WS-SHOW-PAR
               ELSE
                   MOVE WS-C-PAR-SCORE(WS-K) TO WS-SHOW-PAR
               END-IF
               DISPLAY WS-C-NAME(WS-K) "  " WS-C-WIDTH(WS-K) " "
                   WS-C-FRAMES(WS-K) "  " WS-C-ROCKS(WS-K) "  "
                   WS-C-CRATES(WS-K) "   " WS-DRIFT-AVG-ED "  "
                   WS-C-DRIFT-MAX(WS-K) "  " WS-C-LEFT-MIN(WS-K)
                   "-" WS-C-LEFT-MAX(WS-K) "  " WS-C-RATING(WS-K)
                   "     " WS-C-GRADE(WS-K) " " WS-SHOW-STATUS
                   " " WS-C-CHECKED(WS-K) " " WS-SHOW-PAR
           END-PERFORM
           DISPLAY WS-COURSE-COUNT " COURSES IN THE CATALOG"
           DISPLAY "=====================================".

      *> ============================================================
      *> VALIDATE,name: check the one course and catalog the
      *> result. A course with no file and no entry has nothing to
      *> catalog.
      *> ============================================================
       VALIDATE-NAMED-COURSE.
           PERFORM CHECK-COURSE-FILE
           PERFORM FIND-COURSE
           IF WS-FILE-MISSING = 1 AND WS-FOUND-IX = 0
               DISPLAY "COURSE " WS-COURSE-NAME
                   " NOT FOUND, NOTHING CATALOGED"
           ELSE
               PERFORM POST-COURSE-RESULT
               PERFORM REWRITE-CATALOG
           END-IF.

      *> ============================================================
      *> VALIDATE with no name: recheck every cataloged course, so a
      *> course file deleted or damaged since it was cataloged
      *> shows up.
      *> ============================================================
       VALIDATE-ALL-COURSES.
           MOVE 0 TO WS-VALID-COUNT
           MOVE 0 TO WS-BAD-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-COURSE-COUNT
               MOVE WS-C-NAME(WS-K) TO WS-COURSE-NAME
               PERFORM CHECK-COURSE-FILE
               MOVE WS-K TO WS-FOUND-IX
               PERFORM POST-COURSE-RESULT
               EVALUATE WS-C-STATUS(WS-K)
                   WHEN "V"
                       ADD 1 TO WS-VALID-COUNT
                   WHEN "M"
                       ADD 1 TO WS-MISSING-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-BAD-COUNT
               END-EVALUATE
           END-PERFORM
           PERFORM REWRITE-CATALOG
           DISPLAY WS-COURSE-COUNT " COURSES CHECKED: "
               WS-VALID-COUNT " VALID, " WS-BAD-COUNT " BAD, "
               WS-MISSING-COUNT " MISSING".

      *> ============================================================
      *> Put the course just checked into its catalog entry
      *> (WS-FOUND-IX, or a new one). A missing file keeps the
      *> statistics it was last cataloged with.
      *> ============================================================
       POST-COURSE-RESULT.
           IF WS-FOUND-IX = 0
               IF WS-COURSE-COUNT >= WS-MAX-COURSES
                   DISPLAY "COURSE CATALOG FULL (" WS-MAX-COURSES
                       " COURSES), " WS-COURSE-NAME " NOT CATALOGED"
               ELSE
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE WS-COURSE-COUNT TO WS-FOUND-IX
                   MOVE WS-COURSE-NAME TO WS-C-NAME(WS-FOUND-IX)
                   MOVE 0 TO WS-C-PAR-DATE(WS-FOUND-IX)
                   MOVE 0 TO WS-C-PAR-SCORE(WS-FOUND-IX)
                   MOVE 0 TO WS-C-PAR-CRATES(WS-FOUND-IX)
                   MOVE 0 TO WS-C-PAR-CRASHES(WS-FOUND-IX)
               END-IF
           END-IF
           IF WS-FOUND-IX > 0
               MOVE WS-TODAY TO WS-C-CHECKED(WS-FOUND-IX)
               IF WS-FILE-MISSING = 1
                   MOVE "M" TO WS-C-STATUS(WS-FOUND-IX)
               ELSE
                   IF WS-PROBLEMS = 0
                       MOVE "V" TO WS-C-STATUS(WS-FOUND-IX)
                   ELSE
                       MOVE "B" TO WS-C-STATUS(WS-FOUND-IX)
                   END-IF
                   IF WS-C-PAR-DATE(WS-FOUND-IX) NOT = 0
                       PERFORM CHECK-PAR-STILL-GOOD
                   END-IF
                   MOVE WS-TUNNEL-W  TO WS-C-WIDTH(WS-FOUND-IX)
                   MOVE WS-FRAMES    TO WS-C-FRAMES(WS-FOUND-IX)
                   MOVE WS-ROCKS     TO WS-C-ROCKS(WS-FOUND-IX)
                   MOVE WS-CRATES    TO WS-C-CRATES(WS-FOUND-IX)
                   MOVE WS-DRIFT-AVG TO WS-C-DRIFT-AVG(WS-FOUND-IX)
                   MOVE WS-DRIFT-MAX TO WS-C-DRIFT-MAX(WS-FOUND-IX)
                   MOVE WS-LEFT-MIN  TO WS-C-LEFT-MIN(WS-FOUND-IX)
                   MOVE WS-LEFT-MAX  TO WS-C-LEFT-MAX(WS-FOUND-IX)
                   MOVE WS-RATING    TO WS-C-RATING(WS-FOUND-IX)
                   MOVE WS-GRADE     TO WS-C-GRADE(WS-FOUND-IX)
               END-IF
           END-IF.

      *> ============================================================
      *> A par stands only while the course it was worked out on
      *> is unchanged and sound: a course re-recorded under the
      *> same name, or found damaged, loses its par until
      *> AUTOPILOT is run over it again.
      *> ============================================================
       CHECK-PAR-STILL-GOOD.
           MOVE 0 TO WS-STATS-CHANGED
           IF WS-TUNNEL-W  NOT = WS-C-WIDTH(WS-FOUND-IX) OR
              WS-FRAMES    NOT = WS-C-FRAMES(WS-FOUND-IX) OR
              WS-ROCKS     NOT = WS-C-ROCKS(WS-FOUND-IX) OR
              WS-CRATES    NOT = WS-C-CRATES(WS-FOUND-IX) OR
              WS-DRIFT-AVG NOT = WS-C-DRIFT-AVG(WS-FOUND-IX) OR
              WS-LEFT-MIN  NOT = WS-C-LEFT-MIN(WS-FOUND-IX) OR
              WS-LEFT-MAX  NOT = WS-C-LEFT-MAX(WS-FOUND-IX)
               MOVE 1 TO WS-STATS-CHANGED
           END-IF
           IF WS-STATS-CHANGED = 1 OR WS-PROBLEMS > 0
               MOVE 0 TO WS-C-PAR-DATE(WS-FOUND-IX)
               MOVE 0 TO WS-C-PAR-SCORE(WS-FOUND-IX)
               MOVE 0 TO WS-C-PAR-CRATES(WS-FOUND-IX)
               MOVE 0 TO WS-C-PAR-CRASHES(WS-FOUND-IX)
               DISPLAY "COURSE " WS-COURSE-NAME
                   " CHANGED SINCE ITS PAR WAS SET, PAR DROPPED"
           END-IF.

      *> ============================================================
      *> DELETE,name: the course file goes, and so does its entry.
      *> Either may already be gone; only both missing is an error.
      *> A catalog too big to rewrite would keep the entry, so then
      *> nothing is deleted at all rather than the files alone.
      *> ============================================================
       DELETE-COURSE.
           IF WS-COURSE-NAME = SPACES
               DISPLAY "DELETE NEEDS A COURSE NAME"
           ELSE
               IF WS-CATALOG-FULL = 1
                   DISPLAY "COURSE CATALOG OVER " WS-MAX-COURSES
                       " ENTRIES, NOTHING DELETED"
               ELSE
                   PERFORM BUILD-COURSE-FILE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-CRSIN-NAME
                   END-CALL
                   PERFORM FIND-COURSE
                   IF RETURN-CODE NOT = 0 AND WS-FOUND-IX = 0
                       DISPLAY "COURSE " WS-COURSE-NAME
                           " NOT FOUND, NOTHING DELETED"
                   ELSE
                       IF RETURN-CODE = 0
                           DISPLAY "DELETED COURSE FILE "
                               FUNCTION TRIM(WS-CRSIN-NAME)
                       ELSE
                           DISPLAY "COURSE FILE "
                               FUNCTION TRIM(WS-CRSIN-NAME)
                               " ALREADY GONE"
                       END-IF
                       PERFORM DELETE-PAR-SCRIPT
                       IF WS-FOUND-IX > 0
                           PERFORM VARYING WS-I FROM WS-FOUND-IX BY 1
                               UNTIL WS-I >= WS-COURSE-COUNT
                               MOVE WS-COURSE(WS-I + 1)
                                   TO WS-COURSE(WS-I)
                           END-PERFORM
                           SUBTRACT 1 FROM WS-COURSE-COUNT
                           PERFORM REWRITE-CATALOG
                           DISPLAY "REMOVED " WS-COURSE-NAME
                               " FROM THE COURSE CATALOG"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ============================================================
      *> A course's par steering script is no use without the
      *> course; it goes too when there is one.
      *> ============================================================
       DELETE-PAR-SCRIPT.
           MOVE SPACES TO WS-PAR-NAME
           STRING
               "MRPAR"        DELIMITED SIZE
               WS-COURSE-NAME DELIMITED SPACES
               ".DAT"         DELIMITED SIZE
               INTO WS-PAR-NAME
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-PAR-NAME
           END-CALL
           IF RETURN-CODE = 0
               DISPLAY "DELETED PAR SCRIPT "
                   FUNCTION TRIM(WS-PAR-NAME)
           END-IF.

       BUILD-COURSE-FILE-NAME.
           MOVE SPACES TO WS-CRSIN-NAME
           STRING
               "MRCRS"        DELIMITED SIZE
               WS-COURSE-NAME DELIMITED SPACES
               ".DAT"         DELIMITED SIZE
               INTO WS-CRSIN-NAME
           END-STRING.

      *> ============================================================
      *> Validate WS-COURSE-NAME's file record by record, gathering
      *> the statistics on the way. WS-FILE-MISSING says the file
      *> would not open; WS-PROBLEMS counts everything else wrong.
      *> ============================================================
       CHECK-COURSE-FILE.
           MOVE 0 TO WS-FILE-MISSING
           MOVE 0 TO WS-PROBLEMS
           MOVE 0 TO WS-TUNNEL-W
           MOVE 0 TO WS-WIDTH-OK
           MOVE 0 TO WS-INIT-ROWS
           MOVE 0 TO WS-FRAME-RECS
           MOVE 0 TO WS-FRAMES
           MOVE 0 TO WS-ROCKS
           MOVE 0 TO WS-CRATES
           MOVE 0 TO WS-DRIFT-SUM
           MOVE 0 TO WS-DRIFT-MAX
           MOVE 0 TO WS-PREV-LEFT
           MOVE WS-WIDTH TO WS-LEFT-MIN
           MOVE 0 TO WS-LEFT-MAX
           PERFORM BUILD-COURSE-FILE-NAME
           OPEN INPUT COURSE-IN-FILE
           IF WS-CRSIN-STATUS NOT = "00"
               MOVE 1 TO WS-FILE-MISSING
               DISPLAY "COURSE " WS-COURSE-NAME ": FILE "
                   FUNCTION TRIM(WS-CRSIN-NAME)
                   " NOT READABLE, STATUS="
                   WS-CRSIN-STATUS
           ELSE
               READ COURSE-IN-FILE
                   AT END
                       MOVE "10" TO WS-CRSIN-STATUS
                       MOVE "FILE IS EMPTY" TO WS-PROBLEM-TEXT
                       PERFORM NOTE-PROBLEM
                   NOT AT END
                       PERFORM CHECK-HEADER-RECORD
               END-READ
               PERFORM UNTIL WS-CRSIN-STATUS NOT = "00"
                   READ COURSE-IN-FILE
                       AT END
                           MOVE "10" TO WS-CRSIN-STATUS
                       NOT AT END
                           PERFORM PARSE-COURSE-RECORD
                           IF WS-INIT-ROWS < WS-HEIGHT
                               PERFORM CHECK-START-ROW
                           ELSE
                               PERFORM CHECK-FRAME-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-IN-FILE
               PERFORM CHECK-COURSE-LENGTH
               PERFORM RATE-COURSE
               IF WS-PROBLEMS = 0
                   DISPLAY "COURSE " WS-COURSE-NAME " VALID: "
                       WS-FRAMES " FRAMES, " WS-ROCKS " ROCKS, "
                       WS-CRATES " CRATES, RATING " WS-RATING " "
                       WS-GRADE
               ELSE
                   DISPLAY "COURSE " WS-COURSE-NAME " HAS "
                       WS-PROBLEMS " PROBLEMS"
               END-IF
           END-IF.

      *> ============================================================
      *> The header must be "C name width", naming this course and
      *> a width MARS-ROVER would accept.
      *> ============================================================
       CHECK-HEADER-RECORD.
           PERFORM PARSE-COURSE-RECORD
           IF WS-CRS-W1 NOT = "C"
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING
                   "BAD HEADER (NOT A C RECORD): " DELIMITED SIZE
                   CRSIN-RECORD                     DELIMITED SIZE
                   INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-PROBLEM
           ELSE
               IF WS-CRS-W2 NOT = WS-COURSE-NAME
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING
                       "BAD HEADER: NAMES COURSE " DELIMITED SIZE
                       WS-CRS-W2                   DELIMITED SPACES
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM
               END-IF
               IF WS-CRS-W3(1:2) IS NUMERIC AND
                  WS-CRS-W3(3:6) = SPACES
                   MOVE WS-CRS-W3(1:2) TO WS-TUNNEL-W
                   IF WS-TUNNEL-W >= 2 AND
                      WS-TUNNEL-W <= WS-WIDTH - 2
                       MOVE 1 TO WS-WIDTH-OK
                       COMPUTE WS-WALL-MAX =
                           WS-WIDTH - WS-TUNNEL-W - 1
                   END-IF
               END-IF
               IF WS-WIDTH-OK = 0
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING
                       "BAD HEADER: TUNNEL WIDTH " DELIMITED SIZE
                       WS-CRS-W3                   DELIMITED SPACES
                       " NOT 02-58"                DELIMITED SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM
               END-IF
           END-IF.

      *> ============================================================
      *> One "I nn" starting-tunnel record. The first one is the
      *> board's top row, which the first frame scrolls in under.
      *> ============================================================
       CHECK-START-ROW.
           ADD 1 TO WS-INIT-ROWS
           IF WS-CRS-W1 = "I" AND
              WS-CRS-W2(1:2) IS NUMERIC AND
              WS-CRS-W2(3:6) = SPACES
               MOVE WS-CRS-W2(1:2) TO WS-WALL
               PERFORM CHECK-WALL-RANGE
               IF WS-INIT-ROWS = 1
                   MOVE WS-WALL TO WS-PREV-LEFT
               END-IF
           ELSE
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING
                   "STARTING ROW "  DELIMITED SIZE
                   WS-INIT-ROWS     DELIMITED SIZE
                   " IS NOT AN I RECORD: " DELIMITED SIZE
                   CRSIN-RECORD     DELIMITED SIZE
                   INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-PROBLEM
           END-IF.

      *> ============================================================
      *> One "F nn t xx" frame record: wall in range, object either
      *> "." at 00 or a rock/crate strictly inside the tunnel, the
      *> way MARS-ROVER places them. Drift is the left wall's move
      *> from the row above.
      *> ============================================================
       CHECK-FRAME-RECORD.
           ADD 1 TO WS-FRAME-RECS
           EVALUATE TRUE
               WHEN WS-CRS-W1 NOT = "F" OR
                    WS-CRS-W2(1:2) IS NOT NUMERIC OR
                    WS-CRS-W2(3:6) NOT = SPACES
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING
                       "FRAME "        DELIMITED SIZE
                       WS-FRAME-RECS   DELIMITED SIZE
                       " IS NOT AN F RECORD: " DELIMITED SIZE
                       CRSIN-RECORD    DELIMITED SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM
               WHEN WS-CRS-W3 = SPACES OR WS-CRS-W4 = SPACES
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING
                       "FRAME "        DELIMITED SIZE
                       WS-FRAME-RECS   DELIMITED SIZE
                       " INCOMPLETE (FILE CUT SHORT?): "
                                       DELIMITED SIZE
                       CRSIN-RECORD    DELIMITED SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM
               WHEN OTHER
                   ADD 1 TO WS-FRAMES
                   MOVE WS-CRS-W2(1:2) TO WS-WALL
                   PERFORM CHECK-WALL-RANGE
                   COMPUTE WS-DRIFT = WS-WALL - WS-PREV-LEFT
                   IF WS-DRIFT < 0
                       COMPUTE WS-DRIFT = 0 - WS-DRIFT
                   END-IF
                   ADD WS-DRIFT TO WS-DRIFT-SUM
                   IF WS-DRIFT > WS-DRIFT-MAX
                       MOVE WS-DRIFT TO WS-DRIFT-MAX
                   END-IF
                   MOVE WS-WALL TO WS-PREV-LEFT
                   PERFORM CHECK-FRAME-OBJECT
           END-EVALUATE.

       CHECK-FRAME-OBJECT.
           EVALUATE TRUE
               WHEN WS-CRS-W3 = "." AND WS-CRS-W4 = "00"
                   CONTINUE
               WHEN (WS-CRS-W3 = "R" OR WS-CRS-W3 = "C") AND
                    WS-CRS-W4(1:2) IS NUMERIC AND
                    WS-CRS-W4(3:6) = SPACES
                   IF WS-CRS-W3 = "R"
                       ADD 1 TO WS-ROCKS
                   ELSE
                       ADD 1 TO WS-CRATES
                   END-IF
                   MOVE WS-CRS-W4(1:2) TO WS-OBJ-X
                   IF WS-WIDTH-OK = 1 AND
                      (WS-OBJ-X <= WS-WALL OR
                       WS-OBJ-X >= WS-WALL + WS-TUNNEL-W)
                       MOVE SPACES TO WS-PROBLEM-TEXT
                       STRING
                           "FRAME "        DELIMITED SIZE
                           WS-FRAME-RECS   DELIMITED SIZE
                           " OBJECT AT COLUMN " DELIMITED SIZE
                           WS-OBJ-X        DELIMITED SIZE
                           " IS OUTSIDE THE TUNNEL" DELIMITED SIZE
                           INTO WS-PROBLEM-TEXT
                       END-STRING
                       PERFORM NOTE-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-PROBLEM-TEXT
                   STRING
                       "FRAME "        DELIMITED SIZE
                       WS-FRAME-RECS   DELIMITED SIZE
                       " BAD OBJECT: " DELIMITED SIZE
                       CRSIN-RECORD    DELIMITED SIZE
                       INTO WS-PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM
           END-EVALUATE.

      *> ============================================================
      *> A left wall must leave the whole tunnel on the board for
      *> the width the course was recorded at.
      *> ============================================================
       CHECK-WALL-RANGE.
           IF WS-WALL < WS-LEFT-MIN
               MOVE WS-WALL TO WS-LEFT-MIN
           END-IF
           IF WS-WALL > WS-LEFT-MAX
               MOVE WS-WALL TO WS-LEFT-MAX
           END-IF
           IF WS-WIDTH-OK = 1 AND
              (WS-WALL < 1 OR WS-WALL > WS-WALL-MAX)
               MOVE SPACES TO WS-PROBLEM-WHERE
               IF WS-INIT-ROWS < WS-HEIGHT OR WS-FRAME-RECS = 0
                   STRING
                       "STARTING ROW "  DELIMITED SIZE
                       WS-INIT-ROWS     DELIMITED SIZE
                       INTO WS-PROBLEM-WHERE
                   END-STRING
               ELSE
                   STRING
                       "FRAME "         DELIMITED SIZE
                       WS-FRAME-RECS    DELIMITED SIZE
                       INTO WS-PROBLEM-WHERE
                   END-STRING
               END-IF
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING
                   WS-PROBLEM-WHERE DELIMITED "  "
                   " WALL "         DELIMITED SIZE
                   WS-WALL          DELIMITED SIZE
                   " OUT OF RANGE 01-" DELIMITED SIZE
                   WS-WALL-MAX      DELIMITED SIZE
                   " FOR WIDTH "    DELIMITED SIZE
                   WS-TUNNEL-W      DELIMITED SIZE
                   INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-PROBLEM
           END-IF.

      *> ============================================================
      *> A sound course has every starting row and at least one
      *> frame; anything less was cut short.
      *> ============================================================
       CHECK-COURSE-LENGTH.
           IF WS-INIT-ROWS < WS-HEIGHT
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING
                   "TRUNCATED: ONLY " DELIMITED SIZE
                   WS-INIT-ROWS       DELIMITED SIZE
                   " OF "             DELIMITED SIZE
                   WS-HEIGHT          DELIMITED SIZE
                   " STARTING ROWS"   DELIMITED SIZE
                   INTO WS-PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-PROBLEM
           ELSE
               IF WS-FRAME-RECS = 0
                   MOVE "TRUNCATED: NO FRAME RECORDS"
                       TO WS-PROBLEM-TEXT
                   PERFORM NOTE-PROBLEM
               END-IF
           END-IF.

      *> ============================================================
      *> Difficulty rating, 0-99, from four parts:
      *>   drift   mean wall move per frame x 15 (at most 45)
      *>   rocks   rocks per 100 frames x 2 (at most 30)
      *>   width   2 per column the tunnel is narrower than 20
      *>   spikes  3 per column of the largest single move over 2
      *> A default-parameter course (width 14, drift span 5, about
      *> 8 rocks a hundred frames) rates in the mid 40s. Grades:
      *> under 25 EASY, under 50 MEDIUM, under 75 HARD, else
      *> EXTREME.
      *> ============================================================
       RATE-COURSE.
           MOVE 0 TO WS-DRIFT-AVG
           MOVE 0 TO WS-RATING-WORK
           IF WS-LEFT-MIN > WS-LEFT-MAX
               MOVE 0 TO WS-LEFT-MIN
           END-IF
           IF WS-FRAMES > 0
               COMPUTE WS-DRIFT-AVG ROUNDED =
                   WS-DRIFT-SUM / WS-FRAMES
               COMPUTE WS-RATING-PART = WS-DRIFT-AVG * 15
               IF WS-RATING-PART > 45
                   MOVE 45 TO WS-RATING-PART
               END-IF
               ADD WS-RATING-PART TO WS-RATING-WORK
               COMPUTE WS-RATING-PART =
                   (WS-ROCKS * 200) / WS-FRAMES
               IF WS-RATING-PART > 30
                   MOVE 30 TO WS-RATING-PART
               END-IF
               ADD WS-RATING-PART TO WS-RATING-WORK
           END-IF
           IF WS-WIDTH-OK = 1 AND WS-TUNNEL-W < 20
               COMPUTE WS-RATING-WORK = WS-RATING-WORK +
                   ((20 - WS-TUNNEL-W) * 2)
           END-IF
           IF WS-DRIFT-MAX > 2
               COMPUTE WS-RATING-WORK = WS-RATING-WORK +
                   ((WS-DRIFT-MAX - 2) * 3)
           END-IF
           IF WS-RATING-WORK > 99
               MOVE 99 TO WS-RATING-WORK
           END-IF
           COMPUTE WS-RATING ROUNDED = WS-RATING-WORK
           EVALUATE TRUE
               WHEN WS-RATING < 25
                   MOVE "EASY" TO WS-GRADE
               WHEN WS-RATING < 50
                   MOVE "MEDIUM" TO WS-GRADE
               WHEN WS-RATING < 75
                   MOVE "HARD" TO WS-GRADE
               WHEN OTHER
                   MOVE "EXTREME" TO WS-GRADE
           END-EVALUATE.

      *> ============================================================
      *> Count a problem, and print it while the count is still
      *> short enough to read.
      *> ============================================================
       NOTE-PROBLEM.
           ADD 1 TO WS-PROBLEMS
           IF WS-PROBLEMS <= WS-MAX-SHOWN
               DISPLAY "  " WS-COURSE-NAME ": "
                   FUNCTION TRIM(WS-PROBLEM-TEXT)
           ELSE
               IF WS-PROBLEMS = WS-MAX-SHOWN + 1
                   DISPLAY "  " WS-COURSE-NAME
                       ": FURTHER PROBLEMS COUNTED, NOT LISTED"
               END-IF
           END-IF.

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
