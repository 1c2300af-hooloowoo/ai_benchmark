      *>     control file, so a scheduler can run several different
      *>     experiments in one night without anyone editing
      *>     LIFECTRL.DAT between them.
      *>   - Added a soup-search mode, chosen from the control file,
      *>     that runs the batch's random soups and keeps every
      *>     starting board whose lifespan or final population
      *>     reaches the control line's threshold: the seed goes into
      *>     LIFEPLIB.DAT under a generated SPyymmddnnnn name, and a
      *>     discovery report (LIFESOUP.DAT) gives its lifespan, peak
      *>     population, and halt reason. A search draws all its
      *>     soups from one random stream, so no soup repeats.
      *>   - Library records widened to 40 characters for the "FROM"
      *>     provenance records PATTERN-LIB now keeps in transformed
      *>     and composite entries; the loader passes over them.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT EXPORT-FILE ASSIGN TO "LIFEFINL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPT-STATUS.
           SELECT SOUP-FILE ASSIGN TO "LIFESOUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Named-pattern library, maintained by the PATTERN-LIB
      *> librarian: a "PATTERN name" header, one live-cell
      *> coordinate per record in the same row/column format as
      *> LIFEPATT.DAT, and an "END name" trailer per entry. An
      *> entry built from other entries also carries "FROM ..."
      *> records saying how; they hold no cells.
       FD  LIBRARY-FILE.
       01  PLIB-RECORD         PIC X(40).

      *> Control file layout: one line, "batch-flag,run-count,rule,
      *> rows,cols,mode,flip-row,flip-col,pattern,off-row,off-col,
      *> min-lifespan,min-final-pop"
      *> e.g. "Y,0010,B36/S23,40,80" for an unattended ten-run
      *> HighLife job on a 40 x 80 board, or
      *> "Y,0001,B3/S23,30,60,P,10,20" for a perturbation-divergence
      *> P; the flip defaults to the board centre when omitted), or
      *> "Y,0001,B3/S23,30,60,N,,,GLIDER,10,40" to seed from the
      *> library's GLIDER pattern shifted down 10 rows and right 40
      *> columns (offsets default to no shift when omitted), or
      *> "Y,0200,B3/S23,30,60,S,,,,,,1000,50" for a soup search of
      *> 200 random soups keeping every seed that lives 1000 or more
      *> generations or ends with 50 or more cells alive (mode S;
      *> a zero threshold is not applied, and with both left off
      *> the lifespan threshold defaults to 1000).
      *> Everything after the run count may be omitted and defaults
      *> to B3/S23 on 30 x 60 in the normal run mode, seeded from
      *> LIFEPATT.DAT or at random as before.
       FD  EXPORT-FILE.
       01  EXPT-RECORD         PIC X(80).

      *> Soup-search discovery report: a header naming the search's
      *> rule, board, and thresholds, one line per seed kept (its
      *> library name, lifespan, peak population, final population,
      *> and halt reason), and a closing count. Extended, like the
      *> other reports, so successive searches accumulate.
       FD  SOUP-FILE.
       01  SOUP-RECORD         PIC X(130).

       WORKING-STORAGE SECTION.

      *> Checkpoint/restart control
       01 WS-CTRL-PNAME     PIC X(12) VALUE SPACES.
       01 WS-CTRL-OROW      PIC 9(3) VALUE 0.
       01 WS-CTRL-OCOL      PIC 9(3) VALUE 0.
       01 WS-CTRL-MINLIFE   PIC 9(6) VALUE 0.
       01 WS-CTRL-MINPOP    PIC 9(4) VALUE 0.

      *> Soup-search control. Mode S keeps each random starting
      *> board (copied aside before the run steps it) whose
      *> lifespan or final population reaches its threshold, and
      *> stores it in the library as SPyymmddnnnn, numbering on
      *> from the highest number already there for the day.
       01 WS-SOUP-STATUS    PIC XX   VALUE "00".
       01 WS-SOUP-MODE      PIC 9    VALUE 0.
       01 WS-MIN-LIFESPAN   PIC 9(6) VALUE 0.
       01 WS-MIN-FINAL-POP  PIC 9(4) VALUE 0.
       01 WS-SOUP-DATE      PIC 9(8) VALUE 0.
       01 WS-SOUP-TIME      PIC 9(8) VALUE 0.
       01 WS-SOUP-PREFIX    PIC X(8) VALUE SPACES.
       01 WS-SOUP-SEQ       PIC 9(4) VALUE 0.
       01 WS-SOUP-NAME      PIC X(12) VALUE SPACES.
       01 WS-SOUP-KEEP      PIC 9    VALUE 0.
       01 WS-SOUP-KEPT      PIC 9(4) VALUE 0.
       01 WS-SEED-CELLS     PIC 9(4) VALUE 0.
       01 WS-PEAK-ALIVE     PIC 9(4) VALUE 0.
       01 WS-PEAK-GEN       PIC 9(6) VALUE 0.
       01 WS-RANDOM-STARTED PIC 9    VALUE 0.
       01 WS-SEED-BOARD.
          05 WS-SEED-ROW   OCCURS 60 TIMES.
             10 WS-SD-CELL PIC 9   OCCURS 120 TIMES.

      *> The two lockstep boards: A as seeded, B with the flip. Each
      *> keeps its own two prior generations for halt detection; the
               IF WS-RUN-COUNT > 1
                   PERFORM OPEN-RECON-FILE
               END-IF
               IF WS-SOUP-MODE = 1
                   PERFORM START-SOUP-SEARCH
               END-IF
               PERFORM VARYING WS-RUN-NUM FROM 1 BY 1
                   UNTIL WS-RUN-NUM > WS-RUN-COUNT
                   PERFORM RUN-ONE-GAME
               END-PERFORM
               IF WS-SOUP-MODE = 1
                   PERFORM FINISH-SOUP-SEARCH
               END-IF
               IF WS-RUN-COUNT > 1
                   PERFORM PRINT-RECONCILIATION
                   PERFORM CLOSE-RECON-FILE
      *> Play a single game from seed to halt, and fold its outcome
      *> into the running reconciliation totals. Checkpoint/resume
      *> only makes sense for a single long-running game, so it is
      *> skipped entirely when several runs are being chained or a
      *> soup search is drawing fresh random boards.
      *> ============================================================
       RUN-ONE-GAME.
           MOVE 0 TO WS-HALT
           MOVE SPACES TO WS-HALT-REASON
           MOVE 0 TO WS-GENERATION
           PERFORM ZERO-HEAT-COUNTERS
           IF WS-RUN-COUNT = 1 AND WS-SOUP-MODE = 0
               PERFORM LOAD-CHECKPOINT
               IF WS-RESUMED-FLAG = 0
                   PERFORM SEED-GRID
           END-IF
           MOVE WS-GRID TO WS-GRID-MINUS1
           MOVE WS-GRID TO WS-GRID-MINUS2
           PERFORM COUNT-ALIVE
           MOVE WS-ALIVE TO WS-PEAK-ALIVE
           MOVE WS-GENERATION TO WS-PEAK-GEN
           IF WS-SOUP-MODE = 1
               MOVE WS-GRID TO WS-SEED-BOARD
               MOVE WS-ALIVE TO WS-SEED-CELLS
           END-IF
           PERFORM GAME-LOOP UNTIL WS-HALT = 1
           IF WS-RUN-COUNT = 1 AND WS-SOUP-MODE = 0
               PERFORM CLEAR-CHECKPOINT
           END-IF
           IF WS-SOUP-MODE = 1
               PERFORM JUDGE-SOUP
           END-IF
           ADD WS-GENERATION TO WS-TOTAL-GENERATIONS
           ADD WS-ALIVE TO WS-TOTAL-ALIVE
           IF WS-HALT-REASON = "EXTINCT"
           END-STRING
           WRITE RECON-RECORD.

      *> ============================================================
      *> Start a soup search: fix today's SPyymmdd name stem, find
      *> the highest number the library already holds under it (an
      *> earlier search the same day), and head the discovery
      *> report with the search's rule, board, and thresholds.
      *> ============================================================
       START-SOUP-SEARCH.
           MOVE 0 TO WS-SOUP-KEPT
           ACCEPT WS-SOUP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SOUP-TIME FROM TIME
           MOVE SPACES TO WS-SOUP-PREFIX
           STRING
               "SP"                   DELIMITED SIZE
               WS-SOUP-DATE(3:6)      DELIMITED SIZE
               INTO WS-SOUP-PREFIX
           END-STRING
           PERFORM FIND-LAST-SOUP-NUMBER
           OPEN EXTEND SOUP-FILE
           IF WS-SOUP-STATUS NOT = "00"
               OPEN OUTPUT SOUP-FILE
           END-IF
           MOVE SPACES TO SOUP-RECORD
           STRING
               "SOUP SEARCH "         DELIMITED SIZE
               WS-SOUP-DATE           DELIMITED SIZE
               " "                    DELIMITED SIZE
               WS-SOUP-TIME(1:6)      DELIMITED SIZE
               " RULE "               DELIMITED SIZE
               WS-RULE-STRING         DELIMITED SPACES
               " BOARD "              DELIMITED SIZE
               WS-ROWS                DELIMITED SIZE
               "X"                    DELIMITED SIZE
               WS-COLS                DELIMITED SIZE
               " SOUPS "              DELIMITED SIZE
               WS-RUN-COUNT           DELIMITED SIZE
               " MIN LIFESPAN "       DELIMITED SIZE
               WS-MIN-LIFESPAN        DELIMITED SIZE
               " MIN FINAL POP "      DELIMITED SIZE
               WS-MIN-FINAL-POP       DELIMITED SIZE
               INTO SOUP-RECORD
           END-STRING
           WRITE SOUP-RECORD.

      *> ============================================================
      *> Scan the library's entry headers for today's generated
      *> names, leaving the highest number found in WS-SOUP-SEQ so
      *> a new seed never takes a name already in the library.
      *> ============================================================
       FIND-LAST-SOUP-NUMBER.
           MOVE 0 TO WS-SOUP-SEQ
           OPEN INPUT LIBRARY-FILE
           IF WS-PLIB-STATUS = "00"
               PERFORM UNTIL WS-PLIB-STATUS NOT = "00"
                   READ LIBRARY-FILE
                       AT END
                           MOVE "10" TO WS-PLIB-STATUS
                       NOT AT END
                           PERFORM NOTE-SOUP-NAME
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF.

       NOTE-SOUP-NAME.
           MOVE SPACES TO WS-PLIB-WORD
           MOVE SPACES TO WS-PLIB-NAME
           UNSTRING PLIB-RECORD DELIMITED BY ALL " "
               INTO WS-PLIB-WORD WS-PLIB-NAME
           END-UNSTRING
           IF WS-PLIB-WORD = "PATTERN"
               AND WS-PLIB-NAME(1:8) = WS-SOUP-PREFIX
               AND WS-PLIB-NAME(9:4) IS NUMERIC
               AND WS-PLIB-NAME(9:4) > WS-SOUP-SEQ
               MOVE WS-PLIB-NAME(9:4) TO WS-SOUP-SEQ
           END-IF.

      *> ============================================================
      *> Judge a halted soup against the search thresholds: it is
      *> kept when it lived at least the minimum lifespan, or ended
      *> with at least the minimum population alive. A kept seed is
      *> stored in the library and reported; the rest are dropped.
      *> ============================================================
       JUDGE-SOUP.
           MOVE 0 TO WS-SOUP-KEEP
           IF WS-MIN-LIFESPAN > 0
               AND WS-GENERATION >= WS-MIN-LIFESPAN
               MOVE 1 TO WS-SOUP-KEEP
           END-IF
           IF WS-MIN-FINAL-POP > 0
               AND WS-ALIVE >= WS-MIN-FINAL-POP
               MOVE 1 TO WS-SOUP-KEEP
           END-IF
           IF WS-SOUP-KEEP = 1
               IF WS-SOUP-SEQ >= 9999
                   DISPLAY "SOUP " WS-RUN-NUM
                       " PASSED BUT TODAY'S SOUP NAMES ARE USED UP,"
                       " SEED NOT KEPT"
               ELSE
                   ADD 1 TO WS-SOUP-SEQ
                   MOVE SPACES TO WS-SOUP-NAME
                   STRING
                       WS-SOUP-PREFIX     DELIMITED SIZE
                       WS-SOUP-SEQ        DELIMITED SIZE
                       INTO WS-SOUP-NAME
                   END-STRING
                   PERFORM STORE-SOUP-SEED
                   ADD 1 TO WS-SOUP-KEPT
                   PERFORM WRITE-SOUP-LINE
               END-IF
           END-IF.

      *> ============================================================
      *> Append the kept starting board to LIFEPLIB.DAT as a new
      *> entry under its generated name, in the library's usual
      *> PATTERN / "row col" / END layout, so it can be replayed by
      *> naming it on a control line.
      *> ============================================================
       STORE-SOUP-SEED.
           OPEN EXTEND LIBRARY-FILE
           IF WS-PLIB-STATUS NOT = "00"
               OPEN OUTPUT LIBRARY-FILE
           END-IF
           IF WS-PLIB-STATUS NOT = "00"
               DISPLAY "UNABLE TO STORE SOUP SEED " WS-SOUP-NAME
                   ", STATUS=" WS-PLIB-STATUS
           ELSE
               MOVE SPACES TO PLIB-RECORD
               STRING
                   "PATTERN "      DELIMITED SIZE
                   WS-SOUP-NAME    DELIMITED SPACES
                   INTO PLIB-RECORD
               END-STRING
               WRITE PLIB-RECORD
               PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-ROWS
                   PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COLS
                       IF WS-SD-CELL(WS-R, WS-C) = 1
                           MOVE SPACES TO PLIB-RECORD
                           STRING
                               WS-R DELIMITED SIZE
                               " "  DELIMITED SIZE
                               WS-C DELIMITED SIZE
                               INTO PLIB-RECORD
                           END-STRING
                           WRITE PLIB-RECORD
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO PLIB-RECORD
               STRING
                   "END "          DELIMITED SIZE
                   WS-SOUP-NAME    DELIMITED SPACES
                   INTO PLIB-RECORD
               END-STRING
               WRITE PLIB-RECORD
               CLOSE LIBRARY-FILE
           END-IF.

      *> ============================================================
      *> Report one kept seed: its library name, which soup of the
      *> search it was, its starting cells, how long it lived, its
      *> peak population and when, what it ended with, and why it
      *> halted.
      *> ============================================================
       WRITE-SOUP-LINE.
           MOVE SPACES TO SOUP-RECORD
           STRING
               "KEPT "                DELIMITED SIZE
               WS-SOUP-NAME           DELIMITED SIZE
               " SOUP "               DELIMITED SIZE
               WS-RUN-NUM             DELIMITED SIZE
               " CELLS "              DELIMITED SIZE
               WS-SEED-CELLS          DELIMITED SIZE
               " LIFESPAN "           DELIMITED SIZE
               WS-GENERATION          DELIMITED SIZE
               " PEAK "               DELIMITED SIZE
               WS-PEAK-ALIVE          DELIMITED SIZE
               " AT GEN "             DELIMITED SIZE
               WS-PEAK-GEN            DELIMITED SIZE
               " FINAL "              DELIMITED SIZE
               WS-ALIVE               DELIMITED SIZE
               " HALT "               DELIMITED SIZE
               WS-HALT-REASON         DELIMITED SIZE
               INTO SOUP-RECORD
           END-STRING
           WRITE SOUP-RECORD
           DISPLAY "SOUP " WS-RUN-NUM " KEPT AS " WS-SOUP-NAME
               " LIFESPAN " WS-GENERATION " PEAK " WS-PEAK-ALIVE.

      *> ============================================================
      *> Close the search's section of the discovery report with
      *> how many soups were run and how many seeds were kept.
      *> ============================================================
       FINISH-SOUP-SEARCH.
           MOVE SPACES TO SOUP-RECORD
           STRING
               "END SOUP SEARCH: "    DELIMITED SIZE
               WS-RUN-COUNT           DELIMITED SIZE
               " SOUPS, "             DELIMITED SIZE
               WS-SOUP-KEPT           DELIMITED SIZE
               " KEPT"                DELIMITED SIZE
               INTO SOUP-RECORD
           END-STRING
           WRITE SOUP-RECORD
           CLOSE SOUP-FILE
           DISPLAY "SOUP SEARCH: " WS-RUN-COUNT " SOUPS, "
               WS-SOUP-KEPT " KEPT IN LIFEPLIB.DAT".

      *> ============================================================
      *> Read the unattended batch-mode control file, if one is
      *> present. A run with no control file behaves exactly as
                                WS-CTRL-COLS WS-CTRL-MODE
                                WS-CTRL-FROW WS-CTRL-FCOL
                                WS-CTRL-PNAME WS-CTRL-OROW
                                WS-CTRL-OCOL WS-CTRL-MINLIFE
                                WS-CTRL-MINPOP
                       END-UNSTRING
               END-READ
               CLOSE CONTROL-FILE
               MOVE WS-CTRL-OCOL TO WS-OFFSET-COL
           ELSE
               MOVE 0 TO WS-OFFSET-COL
           END-IF
      *>   A soup search seeds every run at random, so a pattern
      *>   name on its control line is not used (nor echoed on the
      *>   history CONFIG line as if it had been)
           IF WS-CTRL-MODE = "S" OR WS-CTRL-MODE = "s"
               MOVE 1 TO WS-SOUP-MODE
               MOVE SPACES TO WS-PATTERN-NAME
               MOVE WS-CTRL-MINLIFE TO WS-MIN-LIFESPAN
               MOVE WS-CTRL-MINPOP TO WS-MIN-FINAL-POP
               IF WS-MIN-LIFESPAN = 0 AND WS-MIN-FINAL-POP = 0
                   MOVE 1000 TO WS-MIN-LIFESPAN
               END-IF
           END-IF.

      *> ============================================================
      *>               Entry fully read; stop scanning the library
                       MOVE "10" TO WS-PLIB-STATUS
                   END-IF
               WHEN WS-PLIB-WORD = "FROM"
                   CONTINUE
               WHEN WS-PLIB-IN-PATT = 1
                   MOVE 0 TO WS-PATT-ROW
                   MOVE 0 TO WS-PATT-COL
      *> Seed grid with random alive/dead cells
      *> ============================================================
       RANDOM-SEED-GRID.
           IF WS-RANDOM-STARTED = 0
               ACCEPT WS-SEED FROM TIME
               MOVE FUNCTION RANDOM(WS-SEED) TO WS-RAND
      *>       A soup search draws every soup from the one stream;
      *>       reseeding from the clock between fast soups could
      *>       deal the same board twice
               IF WS-SOUP-MODE = 1
                   MOVE 1 TO WS-RANDOM-STARTED
               END-IF
           END-IF
           PERFORM VARYING WS-R FROM 1 BY 1
               UNTIL WS-R > WS-ROWS
               PERFORM VARYING WS-C FROM 1 BY 1
           MOVE WS-GRID        TO WS-GRID-MINUS1
           PERFORM COPY-NEXT-TO-CURRENT
           ADD 1 TO WS-GENERATION
           IF WS-RUN-COUNT = 1 AND WS-SOUP-MODE = 0
               AND FUNCTION MOD(WS-GENERATION, WS-CKPT-INTERVAL) = 0
               PERFORM SAVE-CHECKPOINT
           END-IF
      *> ============================================================
       CHECK-HALT.
           PERFORM COUNT-ALIVE
           IF WS-ALIVE > WS-PEAK-ALIVE
               MOVE WS-ALIVE TO WS-PEAK-ALIVE
               MOVE WS-GENERATION TO WS-PEAK-GEN
           END-IF
           EVALUATE TRUE
               WHEN WS-ALIVE = 0
                   MOVE 1 TO WS-HALT
