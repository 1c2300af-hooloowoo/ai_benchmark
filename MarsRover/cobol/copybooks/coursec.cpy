      *> ============================================================
      *> COURSEC - shared course catalog record layout
      *> One record per recorded course (MRCRSname.DAT): the course
      *> name and the tunnel width it was cut for, its frame count,
      *> rocks and crates, wall-drift statistics over its frames
      *> (mean and largest row-to-row move of the left wall, and the
      *> range the wall wanders over), the difficulty rating and
      *> grade computed from them, the result of the last
      *> validation (V valid, B bad, M course file missing), and
      *> the date of that validation. The par fields carry the
      *> score, crates, and crashes of the AUTOPILOT's best path
      *> through the course and the date it was worked out (date
      *> zero means no par yet; records cataloged before par
      *> existed are short and read back with the fields as
      *> spaces). Maintained by COURSE-LIB (LIST/VALIDATE/DELETE)
      *> and AUTOPILOT, and read by LEADERBOARD, so every reader
      *> agrees on the catalog's field widths.
      *> ============================================================
       01  CRS-RECORD.
           05 CRS-NAME         PIC X(8).
           05 CRS-SEP1         PIC X.
           05 CRS-WIDTH        PIC 99.
           05 CRS-SEP2         PIC X.
           05 CRS-FRAMES       PIC 9(5).
           05 CRS-SEP3         PIC X.
           05 CRS-ROCKS        PIC 9(4).
           05 CRS-SEP4         PIC X.
           05 CRS-CRATES       PIC 9(4).
           05 CRS-SEP5         PIC X.
           05 CRS-DRIFT-AVG    PIC 9V99.
           05 CRS-SEP6         PIC X.
           05 CRS-DRIFT-MAX    PIC 99.
           05 CRS-SEP7         PIC X.
           05 CRS-LEFT-MIN     PIC 99.
           05 CRS-SEP8         PIC X.
           05 CRS-LEFT-MAX     PIC 99.
           05 CRS-SEP9         PIC X.
           05 CRS-RATING       PIC 99.
           05 CRS-SEP10        PIC X.
           05 CRS-GRADE        PIC X(7).
           05 CRS-SEP11        PIC X.
           05 CRS-STATUS       PIC X.
           05 CRS-SEP12        PIC X.
           05 CRS-CHECKED      PIC 9(8).
           05 CRS-SEP13        PIC X.
           05 CRS-PAR-SCORE    PIC 9(5).
           05 CRS-SEP14        PIC X.
           05 CRS-PAR-CRATES   PIC 9(4).
           05 CRS-SEP15        PIC X.
           05 CRS-PAR-CRASHES  PIC 9.
           05 CRS-SEP16        PIC X.
           05 CRS-PAR-DATE     PIC 9(8).
