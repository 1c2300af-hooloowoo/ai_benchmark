      *> running totals, then the season standings with points and
      *> months counted, names resolved from the MRDRIVER.DAT
      *> master the same way LEADERBOARD does it.
      *>
      *> Modification history:
      *>   - Each month is ranked a second time on net score — the
      *>     driver's best less the handicap HANDICAP set for them
      *>     that month on MRHCAP.DAT — and net points are awarded
      *>     down that ranking the same way. The season standings
      *>     show net points beside gross, and a net standings
      *>     table follows for the most-improved prize. A driver
      *>     with no handicap for a month sits out that month's
      *>     net ranking, and the month says so.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT DRIVER-FILE ASSIGN TO "MRDRIVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIVER-STATUS.
           SELECT HCAP-FILE ASSIGN TO "MRHCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-FILE.
           COPY "driverc.cpy".

      *> Handicap history, for the net rankings
       FD  HCAP-FILE.
           COPY "hcapc.cpy".

       WORKING-STORAGE SECTION.

       01 WS-HS-STATUS      PIC XX   VALUE "00".
             10 WS-S-DRIVER  PIC X(8).
             10 WS-S-POINTS  PIC 9(4).
             10 WS-S-MONTHS  PIC 99.
             10 WS-S-NET-POINTS PIC 9(4).
             10 WS-S-NET-MONTHS PIC 99.
       01 WS-TEMP-SEA.
          05 WS-TS-DRIVER    PIC X(8).
          05 WS-TS-POINTS    PIC 9(4).
          05 WS-TS-MONTHS    PIC 99.
          05 WS-TS-NET-POINTS PIC 9(4).
          05 WS-TS-NET-MONTHS PIC 99.

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
       01 WS-HCAP-FOUND      PIC 9    VALUE 0.
       01 WS-HCAP-IX         PIC 9(4) VALUE 0.

      *> The month's net ranking: best score less that month's
      *> handicap, for the drivers who have one
       01 WS-NET-COUNT       PIC 9(4) VALUE 0.
       01 WS-NO-HCAP-COUNT   PIC 9(4) VALUE 0.
       01 WS-NETS.
          05 WS-NET           OCCURS 100 TIMES.
             10 WS-N-DRIVER   PIC X(8).
             10 WS-N-NET      PIC S9(5).
             10 WS-N-GROSS    PIC 9(5).
             10 WS-N-HANDICAP PIC 9(5).
             10 WS-N-BASIS    PIC X.
       01 WS-TEMP-NET.
          05 WS-TN-DRIVER    PIC X(8).
          05 WS-TN-NET       PIC S9(5).
          05 WS-TN-GROSS     PIC 9(5).
          05 WS-TN-HANDICAP  PIC 9(5).
          05 WS-TN-BASIS     PIC X.
       01 WS-NET-ED          PIC -(5)9.
       01 WS-NET-SHOWN       PIC 9(4) VALUE 0.

      *> Registered-driver master for naming the standings
       01 WS-DRIVER-COUNT   PIC 9(4) VALUE 0.
                   "(FIRST AND LAST MONTH OF THE SEASON)"
           ELSE
               PERFORM LOAD-DRIVERS
               PERFORM LOAD-HANDICAPS
               DISPLAY " "
               DISPLAY "===== SEASON CHAMPIONSHIP " WS-PARM-FROM
                   " TO " WS-PARM-TO " ====="
               MOVE WS-LOOKUP-ID TO WS-SHOW-NAME
           END-IF.

      *> ============================================================
      *> Read the handicap history. A missing file just leaves
      *> every month's net ranking empty.
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
      *> Find the handicap WS-LOOKUP-ID carried in the month being
      *> ranked.
      *> ============================================================
       LOOK-UP-HANDICAP.
           MOVE 0 TO WS-HCAP-FOUND
           MOVE 0 TO WS-HCAP-IX
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-HCAP-COUNT OR WS-HCAP-FOUND = 1
               IF WS-H-MONTH(WS-K) = WS-MONTH-X AND
                  WS-H-DRIVER(WS-K) = WS-LOOKUP-ID
                   MOVE WS-K TO WS-HCAP-IX
                   MOVE 1 TO WS-HCAP-FOUND
               END-IF
           END-PERFORM.

      *> ============================================================
      *> Rank one month and award its points, then step WS-MONTH on
      *> to the next calendar month.
           ELSE
               PERFORM SORT-MONTH-BESTS
               PERFORM AWARD-MONTH-POINTS
               PERFORM AWARD-MONTH-NET-POINTS
           END-IF
           PERFORM NEXT-MONTH.

                   TO WS-S-DRIVER(WS-SEASON-COUNT)
               MOVE 0 TO WS-S-POINTS(WS-SEASON-COUNT)
               MOVE 0 TO WS-S-MONTHS(WS-SEASON-COUNT)
               MOVE 0 TO WS-S-NET-POINTS(WS-SEASON-COUNT)
               MOVE 0 TO WS-S-NET-MONTHS(WS-SEASON-COUNT)
               MOVE WS-SEASON-COUNT TO WS-SEA-IX
           END-IF
           IF WS-SEA-IX > 0
               ADD 1 TO WS-S-MONTHS(WS-SEA-IX)
           END-IF.

      *> ============================================================
      *> Rank the month again on net score and award net points
      *> down that ranking. The handicap is constant across a
      *> driver's month, so the best net is the best gross less it.
      *> ============================================================
       AWARD-MONTH-NET-POINTS.
           MOVE 0 TO WS-NET-COUNT
           MOVE 0 TO WS-NO-HCAP-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-BEST-COUNT
               MOVE WS-B-DRIVER(WS-I) TO WS-LOOKUP-ID
               PERFORM LOOK-UP-HANDICAP
               IF WS-HCAP-FOUND = 1
                   ADD 1 TO WS-NET-COUNT
                   MOVE WS-B-DRIVER(WS-I) TO WS-N-DRIVER(WS-NET-COUNT)
                   MOVE WS-B-SCORE(WS-I)  TO WS-N-GROSS(WS-NET-COUNT)
                   MOVE WS-H-HANDICAP(WS-HCAP-IX)
                       TO WS-N-HANDICAP(WS-NET-COUNT)
                   MOVE WS-H-BASIS(WS-HCAP-IX)
                       TO WS-N-BASIS(WS-NET-COUNT)
                   COMPUTE WS-N-NET(WS-NET-COUNT) =
                       WS-B-SCORE(WS-I) - WS-H-HANDICAP(WS-HCAP-IX)
               ELSE
                   ADD 1 TO WS-NO-HCAP-COUNT
               END-IF
           END-PERFORM
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
           DISPLAY "MONTH " WS-MONTH-X
               " NET - PLACE, DRIVER, BEST, HCAP, NET, POINTS, "
               "RUNNING NET TOTAL"
           IF WS-NET-COUNT = 0
               DISPLAY "  NO HANDICAPS SET FOR THE MONTH"
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NET-COUNT
               MOVE WS-I TO WS-RANK
               IF WS-I <= 6
                   MOVE WS-PTS(WS-I) TO WS-AWARD
               ELSE
                   MOVE 0 TO WS-AWARD
               END-IF
               PERFORM FOLD-IN-SEASON-NET-POINTS
               MOVE WS-N-DRIVER(WS-I) TO WS-LOOKUP-ID
               PERFORM LOOK-UP-DRIVER-NAME
               MOVE WS-N-NET(WS-I) TO WS-NET-ED
               IF WS-SEA-IX > 0
                   DISPLAY "  " WS-RANK "  " WS-SHOW-NAME "  "
                       WS-N-GROSS(WS-I) "  " WS-N-HANDICAP(WS-I)
                       WS-N-BASIS(WS-I) " " WS-NET-ED "  "
                       WS-AWARD "  " WS-S-NET-POINTS(WS-SEA-IX)
               END-IF
           END-PERFORM
           IF WS-NO-HCAP-COUNT > 0
               DISPLAY "  " WS-NO-HCAP-COUNT " DRIVERS WITH NO "
                   "HANDICAP FOR " WS-MONTH-X " LEFT OUT OF THE "
                   "NET RANKING"
           END-IF.

      *> ============================================================
      *> Add a month's net award into the driver's season line
      *> (already there from the gross ranking of the same month).
      *> ============================================================
       FOLD-IN-SEASON-NET-POINTS.
           MOVE 0 TO WS-SEA-IX
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-SEASON-COUNT OR WS-SEA-IX > 0
               IF WS-S-DRIVER(WS-K) = WS-N-DRIVER(WS-I)
                   MOVE WS-K TO WS-SEA-IX
               END-IF
           END-PERFORM
           IF WS-SEA-IX > 0
               ADD WS-AWARD TO WS-S-NET-POINTS(WS-SEA-IX)
               ADD 1 TO WS-S-NET-MONTHS(WS-SEA-IX)
           END-IF.

      *> ============================================================
      *> The season table, highest points first.
      *> ============================================================
           DISPLAY " "
           DISPLAY "===== SEASON STANDINGS ====="
           DISPLAY "RANK  DRIVER    NAME                  POINTS"
               "  MONTHS  NET PTS"
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEASON-COUNT
               MOVE WS-I TO WS-RANK
               PERFORM LOOK-UP-DRIVER-NAME
               DISPLAY WS-RANK "  " WS-S-DRIVER(WS-I) "  "
                   WS-SHOW-NAME "  " WS-S-POINTS(WS-I) "    "
                   WS-S-MONTHS(WS-I) "      " WS-S-NET-POINTS(WS-I)
           END-PERFORM
           DISPLAY "============================"
           PERFORM PRINT-NET-STANDINGS.

      *> ============================================================
      *> The net season table, highest net points first, for the
      *> drivers who were handicapped in at least one month.
      *> ============================================================
       PRINT-NET-STANDINGS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-SEASON-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SEASON-COUNT - WS-I
                   IF WS-S-NET-POINTS(WS-J) <
                      WS-S-NET-POINTS(WS-J + 1)
                       MOVE WS-SEA(WS-J)     TO WS-TEMP-SEA
                       MOVE WS-SEA(WS-J + 1) TO WS-SEA(WS-J)
                       MOVE WS-TEMP-SEA      TO WS-SEA(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY " "
           DISPLAY "===== NET SEASON STANDINGS (HANDICAPPED) ====="
           DISPLAY "RANK  DRIVER    NAME                  NET PTS"
               "  MONTHS  GROSS PTS"
           MOVE 0 TO WS-NET-SHOWN
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SEASON-COUNT
               IF WS-S-NET-MONTHS(WS-I) > 0
                   ADD 1 TO WS-NET-SHOWN
                   MOVE WS-NET-SHOWN TO WS-RANK
                   MOVE WS-S-DRIVER(WS-I) TO WS-LOOKUP-ID
                   PERFORM LOOK-UP-DRIVER-NAME
                   DISPLAY WS-RANK "  " WS-S-DRIVER(WS-I) "  "
                       WS-SHOW-NAME "  " WS-S-NET-POINTS(WS-I)
                       "     " WS-S-NET-MONTHS(WS-I) "      "
                       WS-S-POINTS(WS-I)
               END-IF
           END-PERFORM
           IF WS-NET-SHOWN = 0
               DISPLAY "NO HANDICAPS ON MRHCAP.DAT FOR THE SEASON"
           END-IF
           DISPLAY "==============================================".
