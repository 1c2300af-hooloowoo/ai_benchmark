      *>     ever quietly dropped. The per-driver bests still come
      *>     off the sorted order (first appearance wins) and are
      *>     bounded by the driver master, not the ledger.
      *>   - Runs on a recorded course now show the course's par
      *>     (the AUTOPILOT's best score, kept on the COURSE-LIB
      *>     catalog MRCOURSE.DAT) and how far above or below par
      *>     each score finished, so a result on a hard course is
      *>     judged against what that course allows. A course
      *>     ranking names its par in the heading.
      *>   - The per-driver ranking now awards the 10/6/4/3/2/1
      *>     championship points, and a net ranking follows it:
      *>     each driver's best score less their handicap for the
      *>     month it was driven (off the MRHCAP.DAT history that
      *>     HANDICAP keeps), with its own points and the gross
      *>     rank beside it, for the most-improved prize. Runs from
      *>     a month the driver has no handicap for are left out
      *>     of the net ranking and counted in a note.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT DRIVER-FILE ASSIGN TO "MRDRIVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT COURSE-CAT-FILE ASSIGN TO "MRCOURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.
           SELECT HCAP-FILE ASSIGN TO "MRHCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCAP-STATUS.
           SELECT SORT-FILE ASSIGN TO "MRLBSORT".

       DATA DIVISION.
       FD  DRIVER-FILE.
           COPY "driverc.cpy".

      *> Course catalog, for each recorded course's par
       FD  COURSE-CAT-FILE.
           COPY "coursec.cpy".

      *> Handicap history, for the net ranking
       FD  HCAP-FILE.
           COPY "hcapc.cpy".

       SD  SORT-FILE.
       01  SRT-RECORD.
           05 SRT-SCORE        PIC 9(5).
             10 WS-B-SCORE    PIC 9(5).
             10 WS-B-TIMESTAMP PIC X(14).

      *> Par for every recorded course that has one; courses with
      *> no par (or no catalog at all) just show no par columns
       01 WS-COURSE-STATUS   PIC XX   VALUE "00".
       01 WS-MAX-COURSES     PIC 9(4) VALUE 100.
       01 WS-COURSE-COUNT    PIC 9(4) VALUE 0.
       01 WS-COURSE-PARS.
          05 WS-COURSE-PAR    OCCURS 100 TIMES.
             10 WS-CP-NAME    PIC X(8).
             10 WS-CP-SCORE   PIC 9(5).
       01 WS-PAR-FOUND       PIC 9    VALUE 0.
       01 WS-PAR-SCORE       PIC 9(5) VALUE 0.
       01 WS-VS-PAR          PIC S9(5) VALUE 0.
       01 WS-VS-PAR-ED       PIC +(5)9.
       01 WS-PAR-COURSE      PIC X(8) VALUE SPACES.

      *> Championship points per placement, as SEASON-STAND awards
      *> them
       01 WS-PTS-DEFS        PIC X(12) VALUE "100604030201".
       01 WS-PTS-TABLE REDEFINES WS-PTS-DEFS.
          05 WS-PTS          PIC 99 OCCURS 6 TIMES.
       01 WS-AWARD           PIC 99   VALUE 0.

      *> Every handicap on the history file, by month and driver
       01 WS-HCAP-STATUS     PIC XX   VALUE "00".
       01 WS-MAX-HCAPS       PIC 9(4) VALUE 2000.
       01 WS-HCAP-COUNT      PIC 9(4) VALUE 0.
       01 WS-HCAPS.
          05 WS-HCAP          OCCURS 2000 TIMES.
             10 WS-H-MONTH    PIC X(6).
             10 WS-H-DRIVER   PIC X(8).
             10 WS-H-HANDICAP PIC 9(5).
             10 WS-H-BASIS    PIC X.
       01 WS-HCAP-MONTH      PIC X(6) VALUE SPACES.
       01 WS-HCAP-FOUND      PIC 9    VALUE 0.
       01 WS-HCAP-IX         PIC 9(4) VALUE 0.

      *> Per-driver best net score (gross less the handicap of the
      *> month the run was driven in), and the run it came from
       01 WS-NET-COUNT       PIC 9(4) VALUE 0.
       01 WS-NETS.
          05 WS-NET           OCCURS 100 TIMES.
             10 WS-N-DRIVER   PIC X(8).
             10 WS-N-NET      PIC S9(5).
             10 WS-N-GROSS    PIC 9(5).
             10 WS-N-HANDICAP PIC 9(5).
             10 WS-N-BASIS    PIC X.
             10 WS-N-TIMESTAMP PIC X(14).
       01 WS-TEMP-NET.
          05 WS-TN-DRIVER    PIC X(8).
          05 WS-TN-NET       PIC S9(5).
          05 WS-TN-GROSS     PIC 9(5).
          05 WS-TN-HANDICAP  PIC 9(5).
          05 WS-TN-BASIS     PIC X.
          05 WS-TN-TIMESTAMP PIC X(14).
       01 WS-NET-SCORE       PIC S9(5) VALUE 0.
       01 WS-NET-ED          PIC -(5)9.
       01 WS-NO-HCAP-RUNS    PIC 9(7) VALUE 0.
       01 WS-GROSS-RANK      PIC 9(4) VALUE 0.
       01 WS-LOOKUP-ID       PIC X(8) VALUE SPACES.

       01 WS-I               PIC 9(4) VALUE 0.
       01 WS-J               PIC 9(4) VALUE 0.
       01 WS-K               PIC 9(4) VALUE 0.
       01 WS-RANK             PIC 9(7) VALUE 0.
       01 WS-FOUND            PIC 9    VALUE 0.
       01 WS-SHOW-NAME        PIC X(20) VALUE SPACES.
       MAIN-PROGRAM.
           PERFORM PICK-LEDGER-FILE
           PERFORM LOAD-DRIVERS
           PERFORM LOAD-COURSE-PARS
           PERFORM LOAD-HANDICAPS
           SORT SORT-FILE
               ON DESCENDING KEY SRT-SCORE
               INPUT PROCEDURE IS RELEASE-LEDGER
               OUTPUT PROCEDURE IS PRINT-LEADERBOARD
           PERFORM PRINT-DRIVER-RANKING
           PERFORM PRINT-NET-RANKING
           GOBACK.

      *> ============================================================
               CLOSE DRIVER-FILE
           END-IF.

      *> ============================================================
      *> Read each recorded course's par off the course catalog.
      *> Only courses with a par are kept; a missing catalog just
      *> means no par columns.
      *> ============================================================
       LOAD-COURSE-PARS.
           MOVE 0 TO WS-COURSE-COUNT
           OPEN INPUT COURSE-CAT-FILE
           IF WS-COURSE-STATUS = "00"
               PERFORM UNTIL WS-COURSE-STATUS NOT = "00"
                   READ COURSE-CAT-FILE
                       AT END
                           MOVE "10" TO WS-COURSE-STATUS
                       NOT AT END
                           IF CRS-PAR-DATE IS NUMERIC AND
                              CRS-PAR-SCORE IS NUMERIC AND
                              CRS-PAR-DATE > 0
                               IF WS-COURSE-COUNT < WS-MAX-COURSES
                                   ADD 1 TO WS-COURSE-COUNT
                                   MOVE CRS-NAME
                                       TO WS-CP-NAME(WS-COURSE-COUNT)
                                   MOVE CRS-PAR-SCORE
                                       TO WS-CP-SCORE(WS-COURSE-COUNT)
                               ELSE
                                   DISPLAY "COURSE CATALOG HAS MORE "
                                       "THAN " WS-MAX-COURSES
                                       " PARS, EXTRA COURSES SHOWN "
                                       "WITHOUT PAR"
                                   MOVE "10" TO WS-COURSE-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CAT-FILE
           END-IF.

      *> ============================================================
      *> Find WS-PAR-COURSE's par, if it has one.
      *> ============================================================
       LOOK-UP-COURSE-PAR.
           MOVE 0 TO WS-PAR-FOUND
           MOVE 0 TO WS-PAR-SCORE
           IF WS-PAR-COURSE NOT = SPACES
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-COURSE-COUNT OR WS-PAR-FOUND = 1
                   IF WS-CP-NAME(WS-J) = WS-PAR-COURSE
                       MOVE WS-CP-SCORE(WS-J) TO WS-PAR-SCORE
                       MOVE 1 TO WS-PAR-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *> ============================================================
      *> Read the handicap history. A missing file just means no
      *> net ranking.
      *> ============================================================
       LOAD-HANDICAPS.
           MOVE 0 TO WS-HCAP-COUNT
           OPEN INPUT HCAP-FILE
           IF WS-HCAP-STATUS = "00"
               PERFORM UNTIL WS-HCAP-STATUS NOT = "00"
                   READ HCAP-FILE
                       AT END
                           MOVE "10" TO WS-HCAP-STATUS
                       NOT AT END
                           IF HCP-MONTH IS NUMERIC AND
                              HCP-HANDICAP IS NUMERIC
                               IF WS-HCAP-COUNT < WS-MAX-HCAPS
                                   ADD 1 TO WS-HCAP-COUNT
                                   MOVE HCP-MONTH
                                       TO WS-H-MONTH(WS-HCAP-COUNT)
                                   MOVE HCP-DRIVER-ID
                                       TO WS-H-DRIVER(WS-HCAP-COUNT)
                                   MOVE HCP-HANDICAP
                                       TO WS-H-HANDICAP(WS-HCAP-COUNT)
                                   MOVE HCP-BASIS
                                       TO WS-H-BASIS(WS-HCAP-COUNT)
                               ELSE
                                   DISPLAY "HANDICAP HISTORY HAS MORE "
                                       "THAN " WS-MAX-HCAPS
                                       " RECORDS, EXTRA RECORDS "
                                       "SKIPPED"
                                   MOVE "10" TO WS-HCAP-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HCAP-FILE
           END-IF.

      *> ============================================================
      *> Find the handicap WS-LOOKUP-ID carried in WS-HCAP-MONTH.
      *> ============================================================
       LOOK-UP-HANDICAP.
           MOVE 0 TO WS-HCAP-FOUND
           MOVE 0 TO WS-HCAP-IX
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-HCAP-COUNT OR WS-HCAP-FOUND = 1
               IF WS-H-MONTH(WS-K) = WS-HCAP-MONTH AND
                  WS-H-DRIVER(WS-K) = WS-LOOKUP-ID
                   MOVE WS-K TO WS-HCAP-IX
                   MOVE 1 TO WS-HCAP-FOUND
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Name a driver ID from the master, or fall back to the ID
      *> itself for drivers no longer (or never) registered.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-DRIVER-COUNT OR WS-FOUND = 1
               IF WS-D-ID(WS-J) = WS-LOOKUP-ID
                   MOVE WS-D-NAME(WS-J) TO WS-SHOW-NAME
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               MOVE WS-LOOKUP-ID TO WS-SHOW-NAME
           END-IF.

      *> ============================================================
       PRINT-LEADERBOARD.
           DISPLAY " "
           DISPLAY "===== MARS ROVER LEADERBOARD ====="
           IF WS-PARM-COURSE NOT = SPACES
               MOVE WS-PARM-COURSE TO WS-PAR-COURSE
               PERFORM LOOK-UP-COURSE-PAR
               IF WS-PAR-FOUND = 1
                   DISPLAY "COURSE " WS-PARM-COURSE " PAR "
                       WS-PAR-SCORE
               ELSE
                   DISPLAY "COURSE " WS-PARM-COURSE " HAS NO PAR"
               END-IF
           END-IF
           DISPLAY "RANK     TIMESTAMP       SCORE  TUNNEL-W  "
               "DRIVER    COURSE    PAR    VS PAR"
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-BEST-COUNT
           MOVE 0 TO WS-NET-COUNT
           MOVE 0 TO WS-NO-HCAP-RUNS
           MOVE "00" TO WS-HS-STATUS
           PERFORM UNTIL WS-HS-STATUS NOT = "00"
               RETURN SORT-FILE
                       MOVE "10" TO WS-HS-STATUS
                   NOT AT END
                       ADD 1 TO WS-RANK
                       MOVE SRT-COURSE TO WS-PAR-COURSE
                       PERFORM LOOK-UP-COURSE-PAR
                       IF WS-PAR-FOUND = 1
                           COMPUTE WS-VS-PAR =
                               SRT-SCORE - WS-PAR-SCORE
                           MOVE WS-VS-PAR TO WS-VS-PAR-ED
                           DISPLAY WS-RANK "   " SRT-TIMESTAMP "  "
                               SRT-SCORE "     " SRT-TUNNEL-W
                               "    " SRT-DRIVER "  " SRT-COURSE
                               "  " WS-PAR-SCORE "  " WS-VS-PAR-ED
                       ELSE
                           DISPLAY WS-RANK "   " SRT-TIMESTAMP "  "
                               SRT-SCORE "     " SRT-TUNNEL-W
                               "    " SRT-DRIVER "  " SRT-COURSE
                       END-IF
                       PERFORM FOLD-IN-DRIVER-BEST
                       PERFORM FOLD-IN-DRIVER-NET
               END-RETURN
           END-PERFORM
           DISPLAY "===================================".
           END-IF.

      *> ============================================================
      *> Keep each driver's best net score. The handicap is the
      *> one the driver carried in the month of the run, so a run
      *> from a month with no handicap set has no net score.
      *> ============================================================
       FOLD-IN-DRIVER-NET.
           MOVE SRT-DRIVER TO WS-LOOKUP-ID
           MOVE SRT-TIMESTAMP(1:6) TO WS-HCAP-MONTH
           PERFORM LOOK-UP-HANDICAP
           IF WS-HCAP-FOUND = 0
               ADD 1 TO WS-NO-HCAP-RUNS
           ELSE
               COMPUTE WS-NET-SCORE =
                   SRT-SCORE - WS-H-HANDICAP(WS-HCAP-IX)
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NET-COUNT OR WS-FOUND = 1
                   IF WS-N-DRIVER(WS-J) = SRT-DRIVER
                       MOVE 1 TO WS-FOUND
                       IF WS-NET-SCORE > WS-N-NET(WS-J)
                           PERFORM TAKE-NET-SCORE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   IF WS-NET-COUNT < WS-MAX-DRIVERS
                       ADD 1 TO WS-NET-COUNT
                       MOVE WS-NET-COUNT TO WS-J
                       MOVE SRT-DRIVER TO WS-N-DRIVER(WS-J)
                       PERFORM TAKE-NET-SCORE
                   ELSE
                       DISPLAY "MORE THAN " WS-MAX-DRIVERS
                           " DISTINCT DRIVERS, " SRT-DRIVER
                           " LEFT OFF THE NET RANKING"
                   END-IF
               END-IF
           END-IF.

       TAKE-NET-SCORE.
           MOVE WS-NET-SCORE TO WS-N-NET(WS-J)
           MOVE SRT-SCORE TO WS-N-GROSS(WS-J)
           MOVE WS-H-HANDICAP(WS-HCAP-IX) TO WS-N-HANDICAP(WS-J)
           MOVE WS-H-BASIS(WS-HCAP-IX) TO WS-N-BASIS(WS-J)
           MOVE SRT-TIMESTAMP TO WS-N-TIMESTAMP(WS-J).

      *> ============================================================
      *> Print each driver's personal best, best first, with the
      *> championship points the placing earns.
      *> ============================================================
       PRINT-DRIVER-RANKING.
           DISPLAY " "
           DISPLAY "===== BEST SCORE PER DRIVER ====="
           DISPLAY "RANK  DRIVER    NAME                  BEST   WHEN"
               "            POINTS"
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BEST-COUNT
               MOVE WS-I TO WS-RANK
               PERFORM AWARD-FOR-PLACE
               MOVE WS-B-DRIVER(WS-I) TO WS-LOOKUP-ID
               PERFORM LOOK-UP-DRIVER-NAME
               DISPLAY WS-RANK "  " WS-B-DRIVER(WS-I) "  "
                   WS-SHOW-NAME "  " WS-B-SCORE(WS-I) "  "
                   WS-B-TIMESTAMP(WS-I) "  " WS-AWARD
           END-PERFORM
           DISPLAY "=================================".

       AWARD-FOR-PLACE.
           IF WS-I <= 6
               MOVE WS-PTS(WS-I) TO WS-AWARD
           ELSE
               MOVE 0 TO WS-AWARD
           END-IF.

      *> ============================================================
      *> The net ranking: each driver's best score less handicap,
      *> best first, with its points and the driver's gross rank
      *> beside it. The table is bounded by the driver master, so
      *> a bubble sort does.
      *> ============================================================
       PRINT-NET-RANKING.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-NET-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NET-COUNT - WS-I
                   IF WS-N-NET(WS-J) < WS-N-NET(WS-J + 1)
                       MOVE WS-NET(WS-J)     TO WS-TEMP-NET
                       MOVE WS-NET(WS-J + 1) TO WS-NET(WS-J)
                       MOVE WS-TEMP-NET      TO WS-NET(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY " "
           DISPLAY "===== NET SCORE PER DRIVER (HANDICAPPED) ====="
           IF WS-NET-COUNT = 0
               DISPLAY "NO HANDICAPS ON MRHCAP.DAT FOR THESE RUNS"
           ELSE
               DISPLAY "RANK  DRIVER    NAME                  GROSS  "
                   "HCAP    NET    POINTS  GROSS RANK"
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NET-COUNT
                   MOVE WS-I TO WS-RANK
                   PERFORM AWARD-FOR-PLACE
                   MOVE WS-N-DRIVER(WS-I) TO WS-LOOKUP-ID
                   PERFORM LOOK-UP-DRIVER-NAME
                   MOVE 0 TO WS-GROSS-RANK
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-BEST-COUNT OR WS-GROSS-RANK > 0
                       IF WS-B-DRIVER(WS-J) = WS-N-DRIVER(WS-I)
                           MOVE WS-J TO WS-GROSS-RANK
                       END-IF
                   END-PERFORM
                   MOVE WS-N-NET(WS-I) TO WS-NET-ED
                   DISPLAY WS-RANK "  " WS-N-DRIVER(WS-I) "  "
                       WS-SHOW-NAME "  " WS-N-GROSS(WS-I) "  "
                       WS-N-HANDICAP(WS-I) WS-N-BASIS(WS-I) " "
                       WS-NET-ED "  " WS-AWARD "      "
                       WS-GROSS-RANK
               END-PERFORM
               DISPLAY "HCAP P = PROVISIONAL (FIELD AVERAGE, TOO FEW "
                   "RUNS TO RATE)"
           END-IF
           IF WS-NO-HCAP-RUNS > 0
               DISPLAY WS-NO-HCAP-RUNS " RUNS FROM MONTHS WITH NO "
                   "HANDICAP SET FOR THE DRIVER LEFT OUT"
           END-IF
           DISPLAY "=============================================".
