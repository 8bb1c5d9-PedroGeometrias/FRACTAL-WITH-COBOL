               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ITER-STATUS.

      *>> the rewritten copy of an iteration file while its layout is
      *being converted (plain to run-length or back) - the source is
      *read through ITER-FILE at the same time
           SELECT ITER-OUT-FILE ASSIGN TO DYNAMIC ITER-OUT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ITER-OUT-STATUS.

      *>> the multi-region zoom sequence driver card file - one record
      *per frame. OPTIONAL because a normal single-window run has no
      *use for it

      *>> the region catalog maintenance card file - one action record
      *per line (add/update, delete, list). OPTIONAL the same way the
      *SPANFILE is - only a maintenance run reads it. the filename is
      *a data item because the region finder writes its proposals in
      *the same layout under a name of their own
           SELECT OPTIONAL RGNM-FILE ASSIGN TO DYNAMIC RGNM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RGNM-STATUS.

               ORGANIZATION SEQUENTIAL
               FILE STATUS IS PPM-STATUS.

      *>> the Wavefront OBJ triangle mesh the elevation export writes
      *beside its heightmap - plain text, one vertex or face a line
           SELECT MESH-FILE ASSIGN TO DYNAMIC MESH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MESH-STATUS.

      *>> an orbit-density frame's accumulation table - the hit
      *counts so far for every pixel of the frame, one line per
      *pixel that has any, behind a header saying how far through
      *its sample rows the run got. rewritten whole at every
      *checkpoint, so it is both the restart point of a long run
      *and, for a band job step, the band's contribution to the
      *merged frame
           SELECT DENS-FILE ASSIGN TO DYNAMIC DENS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DENS-STATUS.

      *>> the pass/fail coverage report the completeness verifier
      *writes - every gap, duplicate or out-of-range record it finds
      *in an image or its band strips, then the verdict
           05 PARM-INSPECT-FLAG      PIC 9(01).
           05 PARM-LARGE-FLAG        PIC 9(01).
           05 PARM-TILE-SIZE         PIC 9(04).
           05 PARM-FORECAST-FLAG     PIC 9(01).
           05 PARM-CUTOFF-TIME       PIC 9(04).
           05 PARM-WINDOW-START      PIC 9(04).
           05 PARM-NO-CACHE-FLAG     PIC 9(01).
           05 PARM-RLE-FLAG          PIC 9(01).
           05 PARM-CONVERT-FLAG      PIC 9(01).
           05 PARM-FINDER-FLAG       PIC 9(01).
           05 PARM-FINDER-GRID       PIC 9(02).
           05 PARM-FINDER-TOP        PIC 9(02).
           05 PARM-SWEEP-FLAG        PIC 9(01).
           05 PARM-HKEEP-FLAG        PIC 9(01).
           05 PARM-HK-JOB-NAME       PIC X(08).
           05 PARM-HK-STRIP-DAYS     PIC 9(03).
           05 PARM-HK-KEEP-ITER      PIC 9(01).
           05 PARM-HK-REQUIRE-LIB    PIC 9(01).
           05 PARM-ELEV-FLAG         PIC 9(01).
           05 PARM-ELEV-INTERIOR     PIC 9(01).
           05 PARM-ELEV-DECIMATE     PIC 9(02).
           05 PARM-ELEV-RELIEF       PIC 9(03).
           05 PARM-DENS-FLAG         PIC 9(01).
           05 PARM-DENS-RAMP         PIC 9(01).
           05 PARM-DENS-SAMPLES-R    PIC 9(02).
           05 PARM-DENS-SAMPLES-G    PIC 9(02).
           05 PARM-DENS-SAMPLES-B    PIC 9(02).
           05 PARM-DENS-ITER-R       PIC 9(05).
           05 PARM-DENS-ITER-G       PIC 9(05).
           05 PARM-DENS-ITER-B       PIC 9(05).
           05 PARM-DENS-SRC-REAL-MIN PIC S9(09).
           05 PARM-DENS-SRC-REAL-MAX PIC S9(09).
           05 PARM-DENS-SRC-IMAG-MIN PIC S9(09).
           05 PARM-DENS-SRC-IMAG-MAX PIC S9(09).
           05 PARM-CAPTION-FLAG      PIC 9(01).
           05 PARM-CAPTION-TICKS     PIC 9(01).
           05 PARM-REQUESTER-ID      PIC X(08).
           05 PARM-COST-CENTRE       PIC X(06).
           05 PARM-CHARGE-FLAG       PIC 9(01).
           05 PARM-CHARGE-FROM       PIC 9(08).
           05 PARM-CHARGE-TO         PIC 9(08).

       FD  CKPT-FILE.
       01 CKPT-RECORD.
           05 IMG-HDR-WIDTH          PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IMG-HDR-HEIGHT         PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IMG-HDR-LAYOUT         PIC X(01).
       01 IMAGE-RECORD.
           05 IMG-X                  PIC S9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IMG-G                  PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IMG-B                  PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IMG-RUN-LENGTH         PIC 9(05).

       FD  STATUS-FILE.
       01 STATUS-RECORD.
           05 ITER-HDR-HEIGHT        PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ITER-HDR-MAX-ITER      PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ITER-HDR-LAYOUT        PIC X(01).
      *>> ITER-PERIOD is the orbit cycle length the escape loop
      *detected for an interior pixel (0 when none was found or the
      *pixel escaped). iteration files archived before the field
           05 ITER-PERIOD            PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ITER-MAG               PIC 9(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 ITER-RUN-LENGTH        PIC 9(05).

      *>> the output side of an iteration file layout conversion -
      *kept byte-for-byte identical to ITER-HEADER-RECORD/ITER-RECORD
      *above, the same way STRIP-FILE shadows IMAGE-FILE
       FD  ITER-OUT-FILE.
       01 ITER-OUT-HEADER-RECORD.
           05 IOUT-HDR-WIDTH         PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-HDR-HEIGHT        PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-HDR-MAX-ITER      PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-HDR-LAYOUT        PIC X(01).
       01 ITER-OUT-RECORD.
           05 IOUT-X                 PIC S9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-Y                 PIC S9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-COUNT             PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-ESCAPED-FLAG      PIC 9(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-PERIOD            PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-MAG               PIC 9(12).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 IOUT-RUN-LENGTH        PIC 9(05).

       FD  AUDIT-FILE.
       01 AUDIT-RECORD                PIC X(400).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JOBQ-STATUS-TEXT       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JOBQ-PARM-IMAGE        PIC X(400).
      *>> who the job is for, when the entry says so - it stands over
      *whatever the card image carries. entries written before these
      *fields existed read back with spaces, and the card's own
      *fields then stand
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JOBQ-REQUESTER-ID      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 JOBQ-COST-CENTRE       PIC X(06).

       FD  MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 LIB-IMAGE-NAME         PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-ITER-NAME          PIC X(30).
      *>> everything else the iteration data depends on, so a later
      *render of the very same frame can be served from the library
      *instead of recomputed. LIB-FRAME-KIND is F for a whole frame,
      *B for a band strip and T for a tiled large-format frame - only
      *whole frames are reused. entries registered before these
      *fields existed read back with spaces and are never reused
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-FRAME-KIND         PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-WIDTH              PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-HEIGHT             PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-SCALE              PIC 9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-BAILOUT            PIC S9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-PRECISION          PIC 9(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-SMOOTH             PIC 9(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-JULIA-REAL         PIC S9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-JULIA-IMAG         PIC S9(09).
      *>> what the image and the iteration file held when the entry
      *was registered - a checksum over the expanded pixels (so the
      *plain and run-length layouts of the same frame agree), the
      *pixel count and the physical record count (for information
      *only - it changes with the layout). a tiled frame's
      *sums run over every tile in its manifest. entries registered
      *before these fields existed read back with spaces
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-IMG-SUMS.
               10 LIB-IMG-CHECKSUM   PIC 9(09).
               10 FILLER             PIC X(01).
               10 LIB-IMG-PIXELS     PIC 9(11).
               10 FILLER             PIC X(01).
               10 LIB-IMG-RECORDS    PIC 9(11).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-ITER-SUMS.
               10 LIB-ITER-CHECKSUM  PIC 9(09).
               10 FILLER             PIC X(01).
               10 LIB-ITER-PIXELS    PIC 9(11).
               10 FILLER             PIC X(01).
               10 LIB-ITER-RECORDS   PIC 9(11).
      *>> who the render was for, off the card (or its queue entry).
      *blank on entries registered before these fields existed
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-REQUESTER-ID       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 LIB-COST-CENTRE        PIC X(06).

       FD  VERIFY-FILE.
       01 VERIFY-RECORD               PIC X(80).
       FD  PPM-FILE.
       01 PPM-BYTE                    PIC X(01).

       FD  MESH-FILE.
       01 MESH-RECORD                 PIC X(80).

      *>> DENS-HDR-STATE is P while sample rows are still to come
      *and C once the last one is in - only a C table is merged
       FD  DENS-FILE.
       01 DENS-HEADER-RECORD.
           05 DENS-HDR-WIDTH         PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-HEIGHT        PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-BAND-ID       PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-FRAME         PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-STATE         PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-START-ROW     PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-END-ROW       PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-HDR-NEXT-ROW      PIC 9(05).
           05 DENS-HDR-CHANNEL       OCCURS 3 TIMES.
               10 FILLER             PIC X(01).
               10 DENS-HDR-ESCAPED   PIC 9(11).
               10 FILLER             PIC X(01).
               10 DENS-HDR-PLOTTED   PIC 9(12).
       01 DENS-RECORD.
           05 DENS-X                 PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-Y                 PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-R                 PIC 9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-G                 PIC 9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 DENS-B                 PIC 9(09).

      *>> kept byte-for-byte identical to IMAGE-HEADER-RECORD/
      *IMAGE-RECORD above on purpose - see the comment there
       FD  STRIP-FILE.
           05 STRIP-HDR-WIDTH        PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 STRIP-HDR-HEIGHT       PIC 9(05).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 STRIP-HDR-LAYOUT       PIC X(01).
       01 STRIP-RECORD.
           05 STRIP-X                PIC S9(09).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 STRIP-G                PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 STRIP-B                PIC 9(03).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 STRIP-RUN-LENGTH       PIC 9(05).

       WORKING-STORAGE SECTION.
      *>> these variables are declared here as a POINTER, which
       01 SPAN-STATUS        PIC X(02).
       01 STRIP-STATUS       PIC X(02).
       01 ITER-STATUS        PIC X(02).
       01 ITER-OUT-STATUS    PIC X(02).
       01 REGION-STATUS      PIC X(02).
       01 RGNM-STATUS        PIC X(02).

       01 REPORT-FILENAME    PIC X(30)  VALUE "RPTFILE".
       01 AUDIT-FILENAME     PIC X(30)  VALUE "AUDITFILE".
       01 STRIP-FILENAME     PIC X(30).
       01 ITER-OUT-FILENAME  PIC X(30).
       01 RGNM-FILENAME      PIC X(30)  VALUE "RGNMAINT".

      *>> "BATCH " or "SINGLE" tag moved into the audit line so a
      *SPANFILE-driven run's log entries are told apart from a plain
       01 REGION-LOOKUP-OK    PIC 9(01)  VALUE 1.
       01 ZOOM-HAPPENED-FLAG  PIC 9(01)  VALUE 0.

      *>> interesting-region finder fields. a finished iteration file
      *is cut into a FINDER-GRID x FINDER-GRID grid and every cell is
      *scored 0-3000 on three counts of 0-1000 each: the spread
      *(standard deviation) of its iteration counts against
      *MAX-ITERATOR, how evenly it mixes escaped and interior pixels
      *(4 x escaped x interior / pixels squared), and how many
      *distinct orbit periods its interior shows (100 apiece, the
      *first ten counted). the FINDER-TOP best cells are turned back
      *into spans off the frame's own window - the library entry that
      *registered the iteration file, else the card - and proposed
      *as catalog adds named "AR" + month/day + a sequence number
      *that is not in the catalog yet
       01 FINDER-FLAG         PIC 9(01)  VALUE 0.
       01 FINDER-GRID         PIC 9(02)  VALUE 8.
       01 FINDER-TOP          PIC 9(02)  VALUE 5.
       01 FINDER-CELL-TABLE.
           05 FINDER-CELL     OCCURS 256 TIMES.
               10 FNC-PIXELS      PIC S9(9)  COMP-5.
               10 FNC-ESCAPED     PIC S9(9)  COMP-5.
               10 FNC-SUM         PIC S9(18) COMP-5.
               10 FNC-SUM-SQ      PIC S9(18) COMP-5.
               10 FNC-PERIOD-COUNT PIC S9(9) COMP-5.
               10 FNC-PERIOD      OCCURS 10 TIMES
                   PIC S9(9)  COMP-5.
               10 FNC-SPREAD      PIC S9(9)  COMP-5.
               10 FNC-MIX         PIC S9(9)  COMP-5.
               10 FNC-PERIODS     PIC S9(9)  COMP-5.
               10 FNC-SCORE       PIC S9(9)  COMP-5.
               10 FNC-RANKED      PIC 9(01).
       01 FINDER-CELLS        PIC S9(9)  COMP-5.
       01 FINDER-INDEX        PIC S9(9)  COMP-5.
       01 FINDER-COL          PIC S9(9)  COMP-5.
       01 FINDER-ROW          PIC S9(9)  COMP-5.
       01 FINDER-P            PIC S9(9)  COMP-5.
       01 FINDER-SEEN-FLAG    PIC 9(01).
       01 FINDER-OK           PIC 9(01).
       01 FINDER-EOF-FLAG     PIC 9(01).
       01 FINDER-WIDTH        PIC S9(9)  COMP-5.
       01 FINDER-HEIGHT       PIC S9(9)  COMP-5.
       01 FINDER-MAX-ITER     PIC S9(9)  COMP-5.
       01 FINDER-REAL-MIN     PIC S9(18) COMP-5.
       01 FINDER-REAL-MAX     PIC S9(18) COMP-5.
       01 FINDER-IMAG-MIN     PIC S9(18) COMP-5.
       01 FINDER-IMAG-MAX     PIC S9(18) COMP-5.
       01 FINDER-REAL-STEP    PIC S9(18) COMP-5.
       01 FINDER-IMAG-STEP    PIC S9(18) COMP-5.
       01 FINDER-SPAN-SOURCE  PIC X(40).
       01 FINDER-MEAN         PIC S9(18) COMP-5.
       01 FINDER-VARIANCE     PIC S9(18) COMP-5.
       01 FINDER-STD-DEV      PIC S9(18) COMP-5.
       01 FINDER-RANK         PIC S9(9)  COMP-5.
       01 FINDER-BEST-INDEX   PIC S9(9)  COMP-5.
       01 FINDER-BEST-SCORE   PIC S9(9)  COMP-5.
       01 FINDER-X1           PIC S9(9)  COMP-5.
       01 FINDER-X2           PIC S9(9)  COMP-5.
       01 FINDER-Y1           PIC S9(9)  COMP-5.
       01 FINDER-Y2           PIC S9(9)  COMP-5.
       01 FINDER-NAME         PIC X(08).
       01 FINDER-NAME-SEQ     PIC 9(03)  VALUE 0.
       01 FINDER-PROPOSED     PIC S9(9)  COMP-5.
       01 DISP-FINDER-RANK    PIC 9(02).
       01 DISP-FINDER-COL     PIC 9(02).
       01 DISP-FINDER-ROW     PIC 9(02).
       01 DISP-FINDER-SCORE   PIC 9(04).
       01 DISP-FINDER-SPREAD  PIC 9(04).
       01 DISP-FINDER-MIX     PIC 9(04).
       01 DISP-FINDER-PERIODS PIC 9(02).
       01 DISP-FINDER-PIXELS  PIC 9(09).
       01 DISP-FINDER-SEQ     PIC 9(02).
       01 DISP-FINDER-SPAN-A  PIC -9(09).
       01 DISP-FINDER-SPAN-B  PIC -9(09).
       01 DISP-FINDER-SPAN-C  PIC -9(09).
       01 DISP-FINDER-SPAN-D  PIC -9(09).

      *>> render checksum and library sweep fields. a checksum is the
      *sum, modulo the prime CHECKSUM-MODULUS, of the square of a key
      *built from each expanded pixel's position and contents - the
      *order records come in and the layout they were written in make
      *no difference, a pixel moved or recoloured does. the SUM-
      *fields carry one side (image or iteration data) of one entry
      *at a time, for registration, for render reuse and for the
      *sweep. the sweep run mode rechecks every RENDRLIB entry, marks
      *an entry whose file name a later entry registered again as
      *SUPERSEDED rather than as damage, then probes the names the
      *render steps write - plain, per band, per frame and per tile,
      *for the card and every queued job - for files no entry points
      *at. bands are probed up to each card's BAND-COUNT, the frames
      *and tiles from 1 up to the first number with neither file
       01 CHECKSUM-MODULUS    PIC S9(18) COMP-5 VALUE 999999937.
       01 SUM-KIND            PIC X(01).
       01 SUM-FRAME-KIND      PIC X(01).
       01 SUM-IMAGE-NAME      PIC X(30).
       01 SUM-ITER-NAME       PIC X(30).
       01 SUM-FILE-NAME       PIC X(30).
       01 SUM-SAVE-ITER       PIC X(30).
       01 SUM-WIDTH           PIC S9(9)  COMP-5.
       01 SUM-HEIGHT          PIC S9(9)  COMP-5.
       01 SUM-MAX-ITER        PIC S9(9)  COMP-5.
       01 SUM-VALUE           PIC S9(18) COMP-5.
       01 SUM-KEY             PIC S9(18) COMP-5.
       01 SUM-PIXELS          PIC S9(18) COMP-5.
       01 SUM-RECORDS         PIC S9(18) COMP-5.
       01 SUM-PERIOD          PIC S9(9)  COMP-5.
       01 SUM-ESCAPED         PIC S9(9)  COMP-5.
       01 SUM-MAG             PIC S9(18) COMP-5.
       01 SUM-TILE-INDEX      PIC S9(9)  COMP-5.
       01 SUM-MISSING-FLAG    PIC 9(01).
       01 SUM-GEOMETRY-FLAG   PIC 9(01).
       01 SUM-RAW-READ        PIC 9(01).
       01 SUM-EOF-FLAG        PIC 9(01).
       01 SUM-SIDE-SUMS.
           05 SUM-SIDE-CHECKSUM   PIC 9(09).
           05 FILLER              PIC X(01).
           05 SUM-SIDE-PIXELS     PIC 9(11).
           05 FILLER              PIC X(01).
           05 SUM-SIDE-RECORDS    PIC 9(11).
       01 SUM-LIB-SUMS.
           05 SUM-LIB-CHECKSUM    PIC 9(09).
           05 FILLER              PIC X(01).
           05 SUM-LIB-PIXELS      PIC 9(11).
           05 FILLER              PIC X(01).
           05 SUM-LIB-RECORDS     PIC 9(11).
       01 SWEEP-FLAG          PIC 9(01)  VALUE 0.
       01 SWEEP-ENTRY         PIC S9(9)  COMP-5.
       01 SWEEP-ENTRY-COUNT   PIC S9(9)  COMP-5.
       01 SWEEP-TILED-FLAG    PIC 9(01).
       01 SWEEP-TABLE-FULL    PIC 9(01).
       01 SWEEP-NAME-COUNT    PIC S9(9)  COMP-5.
       01 SWEEP-NAME-INDEX    PIC S9(9)  COMP-5.
       01 SWEEP-SEARCH-INDEX  PIC S9(9)  COMP-5.
       01 SWEEP-NAME-TABLE.
           05 SWEEP-NAME-ENTRY OCCURS 2000 TIMES.
               10 SN-NAME         PIC X(30).
               10 SN-LAST-ENTRY   PIC S9(9)  COMP-5.
       01 SWEEP-WANTED-NAME   PIC X(30).
       01 SWEEP-SIDE-TEXT     PIC X(05).
       01 SWEEP-STATUS-TEXT   PIC X(11).
       01 SWEEP-STATUS-INDEX  PIC S9(9)  COMP-5.
       01 SWEEP-STATUS-TABLE.
           05 SWEEP-STATUS-ENTRY OCCURS 8 TIMES.
               10 SS-TEXT         PIC X(11).
               10 SS-COUNT        PIC S9(9)  COMP-5.
       01 SWEEP-QUAL-INDEX    PIC S9(9)  COMP-5.
       01 SWEEP-QUALIFIER     PIC X(10).
       01 SWEEP-BANDS         PIC S9(9)  COMP-5.
       01 SWEEP-BAND          PIC S9(9)  COMP-5.
       01 SWEEP-NUMBER        PIC S9(9)  COMP-5.
       01 SWEEP-SUFFIX        PIC X(20).
       01 SWEEP-ANY-FOUND     PIC 9(01).
       01 SWEEP-PROBE-NAME    PIC X(30).
       01 DISP-SWEEP-ENTRY    PIC 9(06).
       01 DISP-SWEEP-NUMBER   PIC 9(03).
       01 DISP-SWEEP-BAND     PIC 9(03).
       01 DISP-SWEEP-COUNT    PIC Z(08)9.

      *>> housekeeping fields. HKEEP-FLAG 1 is the housekeeping run
      *mode, for the job named in HK-JOB-NAME (blank for the files a
      *job outside the queue leaves); 2 makes housekeeping the last
      *of a card's own finishing steps, after verify and merge. a
      *frame's intermediates go only once its merged image exists,
      *its verify report says PASS and, under HK-REQUIRE-LIB, the
      *library holds an entry for it. a named job must be DONE in
      *JOBQUEUE, and every band (or the large-format run) must have
      *ended normally in its audit log. strips younger than
      *HK-STRIP-DAYS days and, under HK-KEEP-ITER, iteration strips
      *a library entry names are kept. audit logs are never touched
       01 HKEEP-FLAG          PIC 9(01)  VALUE 0.
       01 HK-JOB-NAME         PIC X(08)  VALUE SPACES.
       01 HK-STRIP-DAYS       PIC 9(03)  VALUE 0.
       01 HK-KEEP-ITER        PIC 9(01)  VALUE 0.
       01 HK-REQUIRE-LIB      PIC 9(01)  VALUE 0.
       01 HK-QUALIFIER        PIC X(10).
       01 HK-BANDS            PIC S9(9)  COMP-5.
       01 HK-BAND             PIC S9(9)  COMP-5.
       01 HK-LARGE            PIC 9(01).
       01 HK-TILE             PIC S9(9)  COMP-5.
       01 HK-JOB-REASON       PIC X(40).
       01 HK-GATE-REASON      PIC X(40).
       01 HK-HELD-FLAG        PIC 9(01).
       01 HK-FRAME-SUFFIX     PIC X(06).
       01 HK-FILE-NAME        PIC X(30).
       01 HK-FILE-KIND        PIC X(01).
       01 HK-ACTION           PIC X(07).
       01 HK-REASON           PIC X(40).
       01 HK-FOUND-FLAG       PIC 9(01).
       01 HK-EOF-FLAG         PIC 9(01).
       01 HK-LAST-AUDIT       PIC X(06).
       01 HK-CUT-COUNT        PIC S9(9)  COMP-5.
       01 HK-SAVE-AUDIT       PIC X(30).
       01 HK-TODAY            PIC 9(08).
       01 HK-AGE-DAYS         PIC S9(9)  COMP-5.
       01 HK-RC               PIC S9(9)  COMP-5.
       01 HK-REMOVED          PIC S9(9)  COMP-5.
       01 HK-KEPT             PIC S9(9)  COMP-5.
       01 HK-SKIPPED          PIC S9(9)  COMP-5.
       01 DISP-HK-BAND        PIC 9(03).
       01 DISP-HK-COUNT       PIC 9(09).
       01 MERGE-MISSING-FLAG  PIC 9(01)  VALUE 0.
       01 MERGE-REGISTER-FLAG PIC 9(01)  VALUE 0.
       01 MERGE-SAVE-ITER     PIC X(30).
       01 MERGE-SAVE-SPANS.
           05 MERGE-SAVE-REAL-MIN PIC S9(18) COMP-5.
           05 MERGE-SAVE-REAL-MAX PIC S9(18) COMP-5.
           05 MERGE-SAVE-IMAG-MIN PIC S9(18) COMP-5.
           05 MERGE-SAVE-IMAG-MAX PIC S9(18) COMP-5.

      *>> elevation export fields. ELEV-FLAG is the heightmap and
      *mesh export run mode: the iteration data of a finished frame
      *(or the iteration tiles of a large-format one) comes out as a
      *16-bit PGM heightmap and a Wavefront OBJ triangle mesh instead
      *of colours. a pixel's height is its count in milli-iterations,
      *the smooth fraction included wherever the file recorded an
      *escape magnitude, stretched so the lowest and highest escaped
      *pixels span the whole 0-65535 range. interior points have no
      *escape height and are clamped to the floor (ELEV-INTERIOR 0)
      *or the ceiling (1). the mesh samples every ELEV-DECIMATE'th
      *row and column (0 = every one), and ELEV-RELIEF stands the
      *full height range at that percentage of the frame width (0 =
      *25). the heights are held in ADAPT-ITER-TABLE meanwhile - an
      *export run never renders, so the adaptive worker's table is
      *free - with -1 for a pixel the file never supplied and -2 for
      *an interior one
       01 ELEV-FLAG           PIC 9(01)  VALUE 0.
       01 ELEV-INTERIOR       PIC 9(01)  VALUE 0.
       01 ELEV-DECIMATE       PIC 9(02)  VALUE 0.
       01 ELEV-RELIEF         PIC 9(03)  VALUE 0.
       01 ELEV-STEP           PIC S9(9)  COMP-5.
       01 ELEV-RELIEF-PCT     PIC S9(9)  COMP-5.
       01 ELEV-MILLI          PIC S9(9)  COMP-5.
       01 ELEV-MIN            PIC S9(9)  COMP-5.
       01 ELEV-MAX            PIC S9(9)  COMP-5.
       01 ELEV-LEVEL          PIC S9(9)  COMP-5.
       01 ELEV-HIGH-BYTE      PIC S9(9)  COMP-5.
       01 ELEV-LOW-BYTE       PIC S9(9)  COMP-5.
       01 ELEV-ROW            PIC S9(9)  COMP-5.
       01 ELEV-COL            PIC S9(9)  COMP-5.
       01 ELEV-MESH-COLS      PIC S9(9)  COMP-5.
       01 ELEV-MESH-ROWS      PIC S9(9)  COMP-5.
       01 ELEV-CORNER-A       PIC S9(9)  COMP-5.
       01 ELEV-CORNER-B       PIC S9(9)  COMP-5.
       01 ELEV-CORNER-C       PIC S9(9)  COMP-5.
       01 ELEV-CORNER-D       PIC S9(9)  COMP-5.
       01 ELEV-Z              PIC S9(9)V9(4).
       01 ELEV-EOF-FLAG       PIC 9(01).
       01 ELEV-LOADED-FLAG    PIC 9(01).
       01 ELEV-RANGE-PASS     PIC 9(01).
       01 ELEV-SAVE-ITER      PIC X(30).
       01 ELEV-BASE-NAME      PIC X(30).
       01 MESH-FILENAME       PIC X(30).
       01 MESH-STATUS         PIC X(02).
       01 DISP-ELEV-X         PIC -(9)9.
       01 DISP-ELEV-Y         PIC -(9)9.
       01 DISP-ELEV-Z         PIC -(9)9.9(4).
       01 DISP-ELEV-A         PIC Z(9)9.
       01 DISP-ELEV-B         PIC Z(9)9.
       01 DISP-ELEV-C         PIC Z(9)9.

      *>> orbit-density ("buddhabrot") render fields. DENS-FLAG turns
      *an ordinary render into a density render: every sample point
      *of the source window runs the card's formula, and an orbit
      *that escapes is replayed with one hit added to every pixel of
      *the output window (the card spans) it passes through. the red,
      *green and blue channels each take their own samples per pixel
      *side and iteration limit (0 = one sample, and the card's
      *MAX-ITERATOR) and keep their own counts, which DENS-RAMP maps
      *to 0-255 through a log ramp (0) or an equalized one (1). a
      *source window left all zero is the output window. a band job
      *step samples only its own rows but its orbits land anywhere,
      *so it leaves a whole-frame table for DENSITY-MERGE-PASS to add
      *up instead of a strip
       01 DENS-FLAG           PIC 9(01)  VALUE 0.
       01 DENS-RAMP           PIC 9(01)  VALUE 0.
       01 DENS-SRC-REAL-MIN   PIC S9(18) COMP-5 VALUE 0.
       01 DENS-SRC-REAL-MAX   PIC S9(18) COMP-5 VALUE 0.
       01 DENS-SRC-IMAG-MIN   PIC S9(18) COMP-5 VALUE 0.
       01 DENS-SRC-IMAG-MAX   PIC S9(18) COMP-5 VALUE 0.
       01 DENS-SAMPLE-REAL-MIN PIC S9(18) COMP-5.
       01 DENS-SAMPLE-IMAG-MIN PIC S9(18) COMP-5.
       01 DENS-SRC-REAL-STEP  PIC S9(18) COMP-5.
       01 DENS-SRC-IMAG-STEP  PIC S9(18) COMP-5.
       01 DENS-DEEP-REAL-MIN  PIC S9(31) COMP-3.
       01 DENS-DEEP-IMAG-MIN  PIC S9(31) COMP-3.
       01 DENS-DEEP-REAL-STEP PIC S9(31) COMP-3.
       01 DENS-DEEP-IMAG-STEP PIC S9(31) COMP-3.
       01 DENS-CHANNEL-TABLE.
           05 DENS-CHANNEL-ENTRY OCCURS 3 TIMES.
               10 DENS-CH-SAMPLES PIC S9(9)  COMP-5.
               10 DENS-CH-LIMIT   PIC S9(9)  COMP-5.
               10 DENS-CH-ESCAPED PIC S9(18) COMP-5.
               10 DENS-CH-PLOTTED PIC S9(18) COMP-5.
               10 DENS-CH-PEAK    PIC S9(9)  COMP-5.
               10 DENS-CH-LOG-PEAK PIC S9(3)V9(9) COMP-3.
               10 DENS-CH-TOTAL   PIC S9(9)  COMP-5.
               10 DENS-CH-CUM     OCCURS 1000 TIMES
                   PIC S9(9) COMP-5.
       01 DENS-CH-LETTERS     PIC X(03)  VALUE "RGB".
       01 DENS-CH             PIC S9(9)  COMP-5.
       01 DENS-ROW            PIC S9(9)  COMP-5.
       01 DENS-COL            PIC S9(9)  COMP-5.
       01 DENS-RESUME-ROW     PIC S9(9)  COMP-5.
       01 DENS-STEP           PIC S9(9)  COMP-5.
       01 DENS-STEPS          PIC S9(9)  COMP-5.
       01 DENS-PX             PIC S9(18) COMP-5.
       01 DENS-PY             PIC S9(18) COMP-5.
       01 DENS-CELL-INDEX     PIC S9(9)  COMP-5.
       01 DENS-CELL-COUNT     PIC S9(9)  COMP-5.
       01 DENS-CELL-VALUE     PIC S9(9)  COMP-5.
       01 DENS-BUCKET         PIC S9(9)  COMP-5.
       01 DENS-LEVEL          PIC S9(9)  COMP-5.
       01 DENS-LOG-VALUE      PIC S9(3)V9(9) COMP-3.
       01 DENS-SAVE-MAX-ITER  PIC S9(9)  COMP-5.
       01 DENS-SAVE-ITER      PIC X(30).
       01 DENS-STATE          PIC X(01).
       01 DENS-EOF-FLAG       PIC 9(01).
       01 DENS-LOADED-FLAG    PIC 9(01).
       01 DENS-PAINT-FLAG     PIC 9(01)  VALUE 0.
       01 DENS-WROTE-IMAGE    PIC 9(01)  VALUE 0.
       01 DENS-FILENAME       PIC X(30).
       01 DENS-STATUS         PIC X(02).
       01 DISP-DENS-COUNT     PIC Z(11)9.
       01 DISP-DENS-SAMPLES   PIC Z9.
       01 DISP-DENS-LIMIT     PIC Z(4)9.
       01 DENS-TABLE.
           05 DENS-CELL       OCCURS 4000000 TIMES.
               10 DENS-COUNT      OCCURS 3 TIMES
                   PIC S9(9) COMP-5.

      *>> export caption and coordinate legend fields. CAPTION-FLAG
      *puts a caption band under every exported PPM - where the frame
      *came from and how it was coloured, beside a colour key for its
      *palette - and CAPTION-TICKS (1-9) cuts each edge into that many
      *divisions with a tick at every cut, labelled with its complex
      *coordinate in a margin left of the frame and a band under it.
      *everything is drawn in font units, one unit CAP-SCALE pixels
      *square (more on wide frames so the text stays legible), into
      *CAP-CANVAS for the bands under the frame; the left margin is
      *worked out a row at a time as the frame rows stream out, so a
      *poster never has to hold it
       01 CAPTION-FLAG        PIC 9(01)  VALUE 0.
       01 CAPTION-TICKS       PIC 9(01)  VALUE 0.
       01 CAP-ACTIVE          PIC 9(01)  VALUE 0.
       01 CAP-FRAME-FLAG      PIC 9(01)  VALUE 0.
       01 CAP-LARGE-FLAG      PIC 9(01)  VALUE 0.
       01 CAP-SIDE-FLAG       PIC 9(01)  VALUE 0.
       01 CAP-KEY-OK          PIC 9(01)  VALUE 0.
       01 CAP-SCALE           PIC S9(9)  COMP-5.
       01 CAP-MARGIN          PIC S9(9)  COMP-5.
       01 CAP-MARGIN-UNITS    PIC S9(9)  COMP-5.
       01 CAP-OUT-WIDTH       PIC S9(9)  COMP-5.
       01 CAP-OUT-HEIGHT      PIC S9(9)  COMP-5.
       01 CAP-UNIT-WIDTH      PIC S9(9)  COMP-5.
       01 CAP-UNIT-HEIGHT     PIC S9(9)  COMP-5.
       01 CAP-TICK-BAND       PIC S9(9)  COMP-5.
       01 CAP-TEXT-TOP        PIC S9(9)  COMP-5.
       01 CAP-TEXT-WIDTH      PIC S9(9)  COMP-5.
       01 CAP-KEY-BLOCK       PIC S9(9)  COMP-5.
       01 CAP-KEY-X           PIC S9(9)  COMP-5.
       01 CAP-KEY-Y           PIC S9(9)  COMP-5.
       01 CAP-KEY-WIDTH       PIC S9(9)  COMP-5 VALUE 128.
       01 CAP-NEEDED          PIC S9(9)  COMP-5.
       01 CAP-STEP            PIC S9(18) COMP-5.
       01 CAP-COORD           PIC S9(18) COMP-5.
       01 CAP-COORD-REAL      PIC S9(9)V9(9) COMP-3.
       01 CAP-COORD-TEXT      PIC X(20).
       01 CAP-COORD-LEN       PIC S9(9)  COMP-5.
       01 CAP-REAL-MIN        PIC S9(18) COMP-5.
       01 CAP-REAL-MAX        PIC S9(18) COMP-5.
       01 CAP-IMAG-MIN        PIC S9(18) COMP-5.
       01 CAP-IMAG-MAX        PIC S9(18) COMP-5.
       01 CAP-MAX-ITER        PIC S9(9)  COMP-5.
       01 CAP-PALETTE         PIC S9(9)  COMP-5.
       01 CAP-FORMULA         PIC X(12).
       01 CAP-KIND            PIC X(01).
       01 CAP-DATE            PIC X(08).
       01 CAP-LIB-FOUND       PIC 9(01).
       01 CAP-LIB-NAME        PIC X(30).
       01 CAP-ITER-NAME       PIC X(30).
       01 CAP-SAVE-ITER       PIC X(30).
       01 CAP-SAVE-MAX-ITER   PIC S9(9)  COMP-5.
       01 CAP-SAVE-PALETTE    PIC S9(9)  COMP-5.
       01 CAP-LINE-TABLE.
           05 CAP-LINE        OCCURS 6 TIMES PIC X(40).
       01 CAP-LINE-INDEX      PIC S9(9)  COMP-5.
       01 CAP-TICK-COUNT      PIC S9(9)  COMP-5.
       01 CAP-TICK-INDEX      PIC S9(9)  COMP-5.
       01 CAP-TICK-TABLE.
           05 CAP-TICK        OCCURS 10 TIMES.
               10 CAP-XTICK-COL   PIC S9(9)  COMP-5.
               10 CAP-XTICK-TEXT  PIC X(20).
               10 CAP-XTICK-LEN   PIC S9(9)  COMP-5.
               10 CAP-YTICK-ROW   PIC S9(9)  COMP-5.
               10 CAP-YTICK-TEXT  PIC X(20).
               10 CAP-YTICK-LEN   PIC S9(9)  COMP-5.
       01 CAP-TEXT            PIC X(40).
       01 CAP-TEXT-LEN        PIC S9(9)  COMP-5.
       01 CAP-TEXT-X          PIC S9(9)  COMP-5.
       01 CAP-TEXT-Y          PIC S9(9)  COMP-5.
       01 CAP-GLYPH-ROW       PIC S9(9)  COMP-5.
       01 CAP-GLYPH-INDEX     PIC S9(9)  COMP-5.
       01 CAP-CHAR-INDEX      PIC S9(9)  COMP-5.
       01 CAP-BIT-INDEX       PIC S9(9)  COMP-5.
       01 CAP-BITS            PIC X(240).
       01 CAP-MARGIN-ROW      PIC X(200).
       01 CAP-LABEL-TOP       PIC S9(9)  COMP-5.
       01 CAP-FRAME-Y         PIC S9(9)  COMP-5.
       01 CAP-ROW-BASE        PIC S9(9)  COMP-5.
       01 CAP-X               PIC S9(9)  COMP-5.
       01 CAP-Y               PIC S9(9)  COMP-5.
       01 CAP-UX              PIC S9(9)  COMP-5.
       01 CAP-UY              PIC S9(9)  COMP-5.
       01 CAP-REP             PIC S9(9)  COMP-5.
       01 CAP-INDEX           PIC S9(9)  COMP-5.
       01 CAP-CELL-INDEX      PIC S9(9)  COMP-5.
       01 CAP-RECT-X1         PIC S9(9)  COMP-5.
       01 CAP-RECT-Y1         PIC S9(9)  COMP-5.
       01 CAP-RECT-X2         PIC S9(9)  COMP-5.
       01 CAP-RECT-Y2         PIC S9(9)  COMP-5.
       01 FONT-INDEX          PIC S9(9)  COMP-5.
       01 CAP-PEN-R           PIC S9(9)  COMP-5.
       01 CAP-PEN-G           PIC S9(9)  COMP-5.
       01 CAP-PEN-B           PIC S9(9)  COMP-5.
       01 DISP-CAP-COORD      PIC -(9)9.9(9).
       01 DISP-CAP-NUMBER     PIC Z(8)9.
       01 CAP-CANVAS.
           05 CAP-PIXEL       OCCURS 1000000 TIMES.
               10 CAP-R           PIC X(01).
               10 CAP-G           PIC X(01).
               10 CAP-B           PIC X(01).
      *>> the caption font - each glyph is its character followed by
      *seven rows of five pixels, top row first, 1 for ink. anything
      *not in the table is drawn as a space
       01 FONT-TABLE.
           05 FILLER          PIC X(36) VALUE
               "001110100011001110101110011000101110".
           05 FILLER          PIC X(36) VALUE
               "100100011000010000100001000010001110".
           05 FILLER          PIC X(36) VALUE
               "201110100010000100010001000100011111".
           05 FILLER          PIC X(36) VALUE
               "311111000100010000010000011000101110".
           05 FILLER          PIC X(36) VALUE
               "400010001100101010010111110001000010".
           05 FILLER          PIC X(36) VALUE
               "511111100001111000001000011000101110".
           05 FILLER          PIC X(36) VALUE
               "600110010001000011110100011000101110".
           05 FILLER          PIC X(36) VALUE
               "711111000010001000100010000100001000".
           05 FILLER          PIC X(36) VALUE
               "801110100011000101110100011000101110".
           05 FILLER          PIC X(36) VALUE
               "901110100011000101111000010001001100".
           05 FILLER          PIC X(36) VALUE
               "A01110100011000111111100011000110001".
           05 FILLER          PIC X(36) VALUE
               "B11110100011000111110100011000111110".
           05 FILLER          PIC X(36) VALUE
               "C01110100011000010000100001000101110".
           05 FILLER          PIC X(36) VALUE
               "D11100100101000110001100011001011100".
           05 FILLER          PIC X(36) VALUE
               "E11111100001000011110100001000011111".
           05 FILLER          PIC X(36) VALUE
               "F11111100001000011110100001000010000".
           05 FILLER          PIC X(36) VALUE
               "G01110100011000010111100011000101111".
           05 FILLER          PIC X(36) VALUE
               "H10001100011000111111100011000110001".
           05 FILLER          PIC X(36) VALUE
               "I01110001000010000100001000010001110".
           05 FILLER          PIC X(36) VALUE
               "J00111000100001000010000101001001100".
           05 FILLER          PIC X(36) VALUE
               "K10001100101010011000101001001010001".
           05 FILLER          PIC X(36) VALUE
               "L10000100001000010000100001000011111".
           05 FILLER          PIC X(36) VALUE
               "M10001110111010110101100011000110001".
           05 FILLER          PIC X(36) VALUE
               "N10001100011100110101100111000110001".
           05 FILLER          PIC X(36) VALUE
               "O01110100011000110001100011000101110".
           05 FILLER          PIC X(36) VALUE
               "P11110100011000111110100001000010000".
           05 FILLER          PIC X(36) VALUE
               "Q01110100011000110001101011001001101".
           05 FILLER          PIC X(36) VALUE
               "R11110100011000111110101001001010001".
           05 FILLER          PIC X(36) VALUE
               "S01111100001000001110000010000111110".
           05 FILLER          PIC X(36) VALUE
               "T11111001000010000100001000010000100".
           05 FILLER          PIC X(36) VALUE
               "U10001100011000110001100011000101110".
           05 FILLER          PIC X(36) VALUE
               "V10001100011000110001100010101000100".
           05 FILLER          PIC X(36) VALUE
               "W10001100011000110101101011010101010".
           05 FILLER          PIC X(36) VALUE
               "X10001100010101000100010101000110001".
           05 FILLER          PIC X(36) VALUE
               "Y10001100010101000100001000010000100".
           05 FILLER          PIC X(36) VALUE
               "Z11111000010001000100010001000011111".
           05 FILLER          PIC X(36) VALUE
               "-00000000000000011111000000000000000".
           05 FILLER          PIC X(36) VALUE
               ".00000000000000000000000000110001100".
           05 FILLER          PIC X(36) VALUE
               ":00000011000110000000011000110000000".
           05 FILLER          PIC X(36) VALUE
               "/00000000010001000100010001000000000".
           05 FILLER          PIC X(36) VALUE
               "(00010001000100001000010000010000010".
           05 FILLER          PIC X(36) VALUE
               ")01000001000001000010000100010001000".
           05 FILLER          PIC X(36) VALUE
               "=00000000001111100000111110000000000".
           05 FILLER          PIC X(36) VALUE
               "+00000001000010011111001000010000000".
           05 FILLER          PIC X(36) VALUE
               ",00000000000000000000011000010001000".
           05 FILLER          PIC X(36) VALUE
               "*00000001001010101110101010010000000".
           05 FILLER          PIC X(36) VALUE
               "#01010010101111101010111110101001010".
       01 FONT-GLYPHS REDEFINES FONT-TABLE.
           05 FONT-GLYPH      OCCURS 47 TIMES.
               10 FONT-CHAR       PIC X(01).
               10 FONT-BITS       PIC X(35).

      *>> progress status and job monitor fields. the monitor compares
      *each band's status record against what MONSTATE remembered
      *from the previous monitor run - a band sitting on the same
           05 AUD-FRAME-RUNS  OCCURS 1000 TIMES PIC 9(9) COMP-5.
       01 AUD-ORPHAN-TABLE.
           05 AUD-ORPHAN-ENTRY OCCURS 100 TIMES PIC X(40).
      *>> any KEY= token off an audit line, hunted the same way the
      *FRAME= token is - the value is whatever runs up to the next
      *space, left for the caller to NUMVAL or compare
       01 AUD-TOKEN-KEY       PIC X(12).
       01 AUD-TOKEN-LEN       PIC S9(9)  COMP-5.
       01 AUD-TOKEN-VALUE     PIC X(20).

      *>> requester and chargeback fields. REQUESTER-ID and
      *COST-CENTRE ride on every card (a queue entry's own pair
      *stands over its card's) onto the audit START line and the
      *library entry. CHARGE-FLAG is the chargeback run mode: every
      *run whose START falls between CHARGE-FROM and CHARGE-TO
      *(YYYYMMDD; both zero is last calendar month, a zero CHARGE-TO
      *is open-ended) is paired the AUDIT-ROLLUP-PASS way and charged
      *to its cost centre and requester - one CHG-ENTRY per pair,
      *kept in cost centre / requester order for the subtotals.
      *pixels and frames count completed runs only; a cut-short run
      *is charged its time, and a failed one (a START that never got
      *its END) is only counted. a band log's run is charged its
      *share of the frame's pixels, and the frame itself only once,
      *off band 1
       01 REQUESTER-ID        PIC X(08)  VALUE SPACES.
       01 COST-CENTRE         PIC X(06)  VALUE SPACES.
       01 CHARGE-FLAG         PIC 9(01)  VALUE 0.
       01 CHARGE-FROM         PIC 9(08)  VALUE 0.
       01 CHARGE-TO           PIC 9(08)  VALUE 0.
       01 CHG-TODAY           PIC 9(08).
       01 CHG-DAYS            PIC S9(9)  COMP-5.
       01 CHG-QUAL-INDEX      PIC S9(9)  COMP-5.
       01 CHG-OTHER-INDEX     PIC S9(9)  COMP-5.
       01 CHG-QUALIFIER       PIC X(10).
       01 CHG-FILE-BANDS      PIC S9(9)  COMP-5.
       01 CHG-FIRST-FLAG      PIC 9(01).
       01 CHG-FILE-COUNT      PIC S9(9)  COMP-5.
       01 CHG-PEND-REQUESTER  PIC X(08).
       01 CHG-PEND-COST-CTR   PIC X(06).
       01 CHG-PEND-PIXELS     PIC S9(18) COMP-5.
       01 CHG-PEND-IN-RANGE   PIC 9(01).
       01 CHG-RUN-KIND        PIC X(01).
       01 CHG-RUN-SECONDS     PIC S9(9)  COMP-5.
       01 CHG-ENTRY-COUNT     PIC S9(9)  COMP-5.
       01 CHG-INDEX           PIC S9(9)  COMP-5.
       01 CHG-FOUND-INDEX     PIC S9(9)  COMP-5.
       01 CHG-OVERFLOW-COUNT  PIC S9(9)  COMP-5.
       01 CHG-TABLE.
           05 CHG-ENTRY       OCCURS 200 TIMES.
               10 CHG-COST-CTR    PIC X(06).
               10 CHG-REQUESTER   PIC X(08).
               10 CHG-RUNS        PIC S9(9)  COMP-5.
               10 CHG-DONE        PIC S9(9)  COMP-5.
               10 CHG-CUT         PIC S9(9)  COMP-5.
               10 CHG-FAILED      PIC S9(9)  COMP-5.
               10 CHG-FRAMES      PIC S9(9)  COMP-5.
               10 CHG-PIXELS      PIC S9(18) COMP-5.
               10 CHG-SECONDS     PIC S9(18) COMP-5.
       01 CHG-TOTAL-TABLE.
           05 CHG-TOTAL       OCCURS 3 TIMES.
               10 CHG-T-RUNS      PIC S9(9)  COMP-5.
               10 CHG-T-DONE      PIC S9(9)  COMP-5.
               10 CHG-T-CUT       PIC S9(9)  COMP-5.
               10 CHG-T-FAILED    PIC S9(9)  COMP-5.
               10 CHG-T-FRAMES    PIC S9(9)  COMP-5.
               10 CHG-T-PIXELS    PIC S9(18) COMP-5.
               10 CHG-T-SECONDS   PIC S9(18) COMP-5.
       01 CHG-T-INDEX         PIC S9(9)  COMP-5.
       01 CHG-LINE-LABEL      PIC X(18).
       01 CHG-NONE-COUNT      PIC S9(9)  COMP-5.
       01 CHG-NONE-TABLE.
           05 CHG-NONE-ENTRY  OCCURS 200 TIMES PIC X(98).
       01 CHG-STATUS-TEXT     PIC X(09).
       01 DISP-CHG-ENTRY-CTR  PIC X(06).
       01 DISP-CHG-COUNT      PIC Z(5)9.
       01 DISP-CHG-RUNS       PIC Z(5)9.
       01 DISP-CHG-DONE       PIC Z(5)9.
       01 DISP-CHG-CUT        PIC Z(5)9.
       01 DISP-CHG-FAILED     PIC Z(5)9.
       01 DISP-CHG-FRAMES     PIC Z(5)9.
       01 DISP-CHG-PIXELS     PIC Z(13)9.
       01 DISP-CHG-SECONDS    PIC Z(9)9.
       01 DISP-CHG-HOURS      PIC Z(6)9.99.

      *>> queue forecast run switch and working fields. the forecast
      *walks JOBQUEUE without running anything, applies each card the
      *way the queue driver would, and prices the work in escape-loop
      *units - pixels x samples x MAX-ITERATOR x frames. what a unit
      *costs in wall time is learned from the audit log's own START/
      *END pairs, kept per formula and precision mode (entry is
      *((formula - 1) x 2) + precision + 1) because a deep burning
      *ship and a plain mandelbrot are nowhere near the same speed.
      *a formula/precision pair with no history of its own borrows
      *the nearest rate there is with the deep penalty applied, and
      *with no history at all the compiled-in default rate stands in.
      *tiling is priced as a percentage on top of the plain work for
      *the tile files and manifest bookkeeping, doubled again when the
      *equalized palette forces the full-frame analysis sweep
       01 FORECAST-FLAG       PIC 9(01)  VALUE 0.
       01 FCST-CUTOFF-TIME    PIC 9(04)  VALUE 0.
       01 FCST-WINDOW-START   PIC 9(04)  VALUE 0.
       01 FCST-CUTOFF-SECS    PIC S9(18) COMP-5.
       01 FCST-START-SECS     PIC S9(18) COMP-5.
       01 FCST-DEFAULT-RATE   PIC S9(18) COMP-5 VALUE 20000000.
       01 FCST-DEEP-PENALTY   PIC S9(9)  COMP-5 VALUE 8.
       01 FCST-LARGE-PCT      PIC S9(9)  COMP-5 VALUE 115.
       01 FCST-RATE-TABLE.
           05 FCST-RATE-ENTRY OCCURS 8 TIMES.
               10 FR-WORK         PIC S9(18) COMP-5.
               10 FR-SECS         PIC S9(18) COMP-5.
               10 FR-RUNS         PIC S9(9)  COMP-5.
       01 FCST-RATE-INDEX     PIC S9(9)  COMP-5.
       01 FCST-ALT-INDEX      PIC S9(9)  COMP-5.
       01 FCST-RATE           PIC S9(18) COMP-5.
       01 FCST-POOL-WORK      PIC S9(18) COMP-5.
       01 FCST-POOL-SECS      PIC S9(18) COMP-5.
       01 FCST-RATE-SOURCE    PIC X(08).
       01 FCST-PEND-RECORD    PIC X(400).
       01 FCST-RUN-WIDTH      PIC S9(18) COMP-5.
       01 FCST-RUN-HEIGHT     PIC S9(18) COMP-5.
       01 FCST-RUN-MAX-ITER   PIC S9(18) COMP-5.
       01 FCST-RUN-SAMPLES    PIC S9(18) COMP-5.
       01 FCST-RUN-FORMULA    PIC S9(9)  COMP-5.
       01 FCST-RUN-PRECISION  PIC S9(9)  COMP-5.
       01 FCST-WORK           PIC S9(18) COMP-5.
       01 FCST-FRAMES         PIC S9(9)  COMP-5.
       01 FCST-SPAN-FRAMES    PIC S9(9)  COMP-5.
       01 FCST-JOB-SECS       PIC S9(18) COMP-5.
       01 FCST-TOTAL-SECS     PIC S9(18) COMP-5.
       01 FCST-FINISH-SECS    PIC S9(18) COMP-5.
       01 FCST-CLOCK-SECS     PIC S9(18) COMP-5.
       01 FCST-JOB-KIND       PIC X(08).
       01 FCST-JOB-NOTE       PIC X(24).
       01 FCST-JOB-COUNT      PIC S9(9)  COMP-5.
       01 FCST-LATE-COUNT     PIC S9(9)  COMP-5.
       01 FCST-INVALID-COUNT  PIC S9(9)  COMP-5.
       01 FCST-ROWS           PIC S9(18) COMP-5.
       01 FCST-QUAL-INDEX     PIC S9(9)  COMP-5.
       01 FCST-QUALIFIER      PIC X(10).
       01 FCST-FILE-BANDS     PIC S9(9)  COMP-5.
       01 FCST-FIRST-FLAG     PIC 9(01).
       01 FCST-OTHER-INDEX    PIC S9(9)  COMP-5.
       01 FCST-JOB-CUTOFF     PIC S9(18) COMP-5.
       01 FCST-FORMULA-TEXT   PIC X(12).
       01 DISP-FCST-SECS      PIC 9(07).
       01 DISP-FCST-CUM       PIC 9(07).
       01 DISP-FCST-FRAMES    PIC 9(03).
       01 DISP-FCST-HH        PIC 9(02).
       01 DISP-FCST-MM        PIC 9(02).
       01 DISP-FCST-DAY       PIC 9(01).
       01 DISP-FCST-RUNS      PIC 9(05).
       01 DISP-FCST-RATE      PIC 9(15).

      *>> frame-compare run fields - the regression gate that proves
      *two renders produced the same picture, not just the same audit
       01 LIB-MATCH-COUNT     PIC 9(9)   COMP-5 VALUE 0.
       01 LIB-ENTRY-COUNT     PIC 9(9)   COMP-5 VALUE 0.

      *>> render reuse fields. before a whole frame is computed the
      *library is searched for an earlier whole frame with the same
      *window, geometry, formula, depth, sampling and escape setup
      *whose files are still on disk and have not been written over
      *since they were registered (the file's own timestamp may not
      *be later than the entry's, give or take CACHE-STAMP-SLACK
      *seconds). the last such entry wins. when palette and smooth
      *shading match too, the image is copied (or, when the names
      *are the same, simply left where it is); otherwise the frame
      *is recolored from the iteration data, which is only faithful
      *at one sample per pixel since the iteration file holds the
      *corner sample alone. NO-CACHE-FLAG on the card forces a fresh
      *render regardless
       01 NO-CACHE-FLAG       PIC 9(01)  VALUE 0.
       01 CACHE-HIT-FLAG      PIC 9(01)  VALUE 0.
       01 CACHE-FOUND-FLAG    PIC 9(01)  VALUE 0.
       01 CACHE-IMAGE-OK      PIC 9(01)  VALUE 0.
       01 CACHE-REGISTER-FLAG PIC 9(01)  VALUE 1.
       01 CACHE-FILE-OK       PIC 9(01)  VALUE 0.
       01 CACHE-ZOOMED-FLAG   PIC 9(01)  VALUE 0.
       01 CACHE-MODE-TEXT     PIC X(07)  VALUE SPACES.
       01 CACHE-LIB-DATE      PIC X(08).
       01 CACHE-LIB-TIME      PIC X(08).
       01 CACHE-LIB-IMAGE     PIC X(30).
       01 CACHE-LIB-ITER      PIC X(30).
       01 CACHE-LIB-PALETTE   PIC 9(01).
       01 CACHE-LIB-SMOOTH    PIC 9(01).
       01 CACHE-LIB-IMG-SUMS  PIC X(33).
       01 CACHE-LIB-ITER-SUMS PIC X(33).
       01 CACHE-CHECK-NAME    PIC X(30).
       01 CACHE-FILE-DETAILS.
           05 CACHE-FILE-SIZE     PIC X(08) COMP-X.
           05 CACHE-FILE-DAY      PIC X(01) COMP-X.
           05 CACHE-FILE-MONTH    PIC X(01) COMP-X.
           05 CACHE-FILE-YEAR     PIC X(02) COMP-X.
           05 CACHE-FILE-HOUR     PIC X(01) COMP-X.
           05 CACHE-FILE-MINUTE   PIC X(01) COMP-X.
           05 CACHE-FILE-SECOND   PIC X(01) COMP-X.
           05 CACHE-FILE-HUNDRED  PIC X(01) COMP-X.
       01 CACHE-FILE-STAMP    PIC S9(18) COMP-5.
       01 CACHE-LIB-STAMP     PIC S9(18) COMP-5.
       01 CACHE-STAMP-SLACK   PIC S9(9)  COMP-5 VALUE 1.
       01 CACHE-RC            PIC S9(9)  COMP-5.
       01 AUDIT-POINTER       PIC S9(9)  COMP-5.

      *>> run-length layout fields. an image or iteration file is
      *either plain - one record per pixel, the layout every file had
      *before - or run-length coded, where a run of identical pixels
      *along a row is one record whose trailing run length says how
      *many consecutive X positions it covers. the header's layout
      *byte tells them apart ("R" coded, blank or "P" plain). a lone
      *pixel in a coded file is an ordinary plain record with the run
      *length left blank, so the READ-xxx-PIXEL paragraphs simply
      *expand whatever they meet and a plain file reads exactly as
      *it always did. the render passes still write plain, column by
      *column; RLE-FLAG on the card has CONVERT-PIXEL-FILE recode the
      *finished file afterwards, a window of rows at a time through
      *the cover table and the raster (image) or adaptive (iteration)
      *tables. nothing is dropped on the way: a duplicate or
      *off-frame record is carried across as it is, so the coverage
      *check still sees it. CONVERT-FLAG is the standalone run mode -
      *COMPARE-FILE-A recoded into COMPARE-FILE-B (blank means in
      *place), coded when RLE-FLAG is up and plain when it is not
       01 RLE-FLAG            PIC 9(01)  VALUE 0.
       01 CONVERT-FLAG        PIC 9(01)  VALUE 0.
       01 STRIP-RUN-LEFT      PIC S9(9)  COMP-5 VALUE 0.
       01 STRIP-AT-END        PIC 9(01)  VALUE 0.
       01 IMG-RUN-LEFT        PIC S9(9)  COMP-5 VALUE 0.
       01 IMG-AT-END          PIC 9(01)  VALUE 0.
       01 ITER-RUN-LEFT       PIC S9(9)  COMP-5 VALUE 0.
       01 ITER-AT-END         PIC 9(01)  VALUE 0.
       01 CONV-SOURCE-NAME    PIC X(30).
       01 CONV-TARGET-NAME    PIC X(30).
       01 CONV-WORK-NAME      PIC X(30).
       01 CONV-SAVE-IMAGE     PIC X(30).
       01 CONV-SAVE-STRIP     PIC X(30).
       01 CONV-SAVE-ITER      PIC X(30).
       01 CONV-KIND           PIC X(01).
       01 CONV-LAYOUT         PIC X(01).
       01 CONV-OK             PIC 9(01).
       01 CONV-IN-PLACE       PIC 9(01).
       01 CONV-FIRST-PASS     PIC 9(01).
       01 CONV-SAME-FLAG      PIC 9(01).
       01 CONV-EOF-FLAG       PIC 9(01).
       01 CONV-X              PIC S9(9)  COMP-5.
       01 CONV-Y              PIC S9(9)  COMP-5.
       01 CONV-HDR-WIDTH      PIC S9(9)  COMP-5.
       01 CONV-HDR-HEIGHT     PIC S9(9)  COMP-5.
       01 CONV-HDR-MAX-ITER   PIC S9(9)  COMP-5.
       01 CONV-MIN-X          PIC S9(9)  COMP-5.
       01 CONV-MAX-X          PIC S9(9)  COMP-5.
       01 CONV-MIN-Y          PIC S9(9)  COMP-5.
       01 CONV-MAX-Y          PIC S9(9)  COMP-5.
       01 CONV-BOX-WIDTH      PIC S9(9)  COMP-5.
       01 CONV-ROWS-PER-PASS  PIC S9(9)  COMP-5.
       01 CONV-WINDOW-START   PIC S9(9)  COMP-5.
       01 CONV-WINDOW-END     PIC S9(9)  COMP-5.
       01 CONV-ROW            PIC S9(9)  COMP-5.
       01 CONV-COL            PIC S9(9)  COMP-5.
       01 CONV-CELL-INDEX     PIC S9(9)  COMP-5.
       01 CONV-NEXT-INDEX     PIC S9(9)  COMP-5.
       01 CONV-RUN-START      PIC S9(9)  COMP-5.
       01 CONV-RUN-LENGTH     PIC S9(9)  COMP-5.
       01 CONV-PIXEL-COUNT    PIC S9(18) COMP-5.
       01 CONV-RECORD-COUNT   PIC S9(18) COMP-5.
       01 CONV-RC             PIC S9(9)  COMP-5.
       01 CONV-LIB-FOUND      PIC 9(01).
       01 CONV-LIB-SAVE       PIC X(300).
       01 DISP-CONV-COUNT     PIC Z(11)9.
       01 DISP-CONV-RECORDS   PIC Z(11)9.

      *>> smooth-shading fields. the escape loop already holds the
      *squared magnitude of z at the exact moment a pixel escapes -
      *capturing that overshoot (in SCALE units, deep runs converted
           05 QUEUE-ENTRY     OCCURS 50 TIMES.
               10 QT-NAME         PIC X(08).
               10 QT-STATUS       PIC X(08).
               10 QT-PARM         PIC X(400).
               10 QT-REQUESTER-ID PIC X(08).
               10 QT-COST-CENTRE  PIC X(06).
       01 JOB-QUALIFIER       PIC X(10)  VALUE SPACES.

      *>> zoom-sequence generator run switch and working fields. the
               STOP RUN
           END-IF

      *>> a forecast job step reads the queue and prices it without
      *running a single job - checked ahead of the queue driver so a
      *card with both flags up stays a dry run
           IF FORECAST-FLAG = 1
               PERFORM FORECAST-QUEUE-PASS
               STOP RUN
           END-IF

      *>> a queue job step hands the whole run over to the job-queue
      *driver, which applies one queued card after another and runs
      *each to completion - the batch window stops going to waste
               STOP RUN
           END-IF

      *>> a chargeback job step reads the logs back too, and prices
      *the period's runs by requester - no window, no render
           IF CHARGE-FLAG = 1
               PERFORM CHARGEBACK-PASS
               STOP RUN
           END-IF

      *>> a compare job step reads two finished images and reports -
      *the standing regression gate after a compiler or palette
      *change. no window, no render
               STOP RUN
           END-IF

      *>> a finder job step reads a finished iteration file and
      *proposes catalog regions - no window, no render
           IF FINDER-FLAG = 1
               PERFORM REGION-FINDER-PASS
               STOP RUN
           END-IF

      *>> a sweep job step rechecks every file the render library
      *points at, and looks for ones it does not - no window, no
      *render
           IF SWEEP-FLAG = 1
               PERFORM LIBRARY-SWEEP-PASS
               STOP RUN
           END-IF

      *>> a housekeeping job step clears a finished job's band and
      *tile intermediates under the card's retention rules - no
      *window, no render
           IF HKEEP-FLAG = 1
               PERFORM HOUSEKEEPING-PASS
               STOP RUN
           END-IF

      *>> an elevation export job step turns finished iteration data
      *into a heightmap and a mesh - no window, no render
           IF ELEV-FLAG = 1
               PERFORM ELEVATION-EXPORT-PASS
               STOP RUN
           END-IF

      *>> a convert job step recodes one image or iteration file
      *between the plain and run-length layouts - no window, no
      *render
           IF CONVERT-FLAG = 1
               PERFORM CONVERT-FILE-PASS
               STOP RUN
           END-IF

      *>> an animation export job step stitches a batch run's
      *finished frames into one playable file - no window, no render
           IF ANIMATE-FLAG = 1
      *previous good merged image - and after a clean merge the
      *merged image itself gets checked too. a card with merge and
      *export merges first so the export sees the merged frame,
      *not the strips. housekeeping as a finishing step goes last,
      *once everything it gates on has been written
           IF VERIFY-FLAG = 1 OR MERGE-FLAG = 1 OR EXPORT-FLAG = 1
               OR HKEEP-FLAG = 2
      *>> a large-format frame never fits the all-at-once tables, so
      *its finishing steps run as streaming passes over the tile
      *manifest instead - same gate ordering, coverage first and a
                   IF EXPORT-FLAG = 1
                       PERFORM LARGE-EXPORT-PASS
                   END-IF
                   IF HKEEP-FLAG = 2
                       PERFORM HOUSEKEEPING-PASS
                   END-IF
                   STOP RUN
               END-IF
      *>> a density job's band steps leave tables, not strips - the
      *density merge checks those itself before it writes a frame
               IF VERIFY-FLAG = 1
                   AND (DENS-FLAG = 0 OR BAND-COUNT = 0)
                   IF BAND-COUNT > 0
                       MOVE 1 TO VFY-READ-STRIPS
                   ELSE
                       DISPLAY "Coverage check failed - merge step "
                       "skipped to protect the previous merged image"
                   ELSE
                       IF DENS-FLAG = 1
                           PERFORM DENSITY-MERGE-PASS
                       ELSE
                           PERFORM MERGE-BAND-STRIPS
                       END-IF
                       IF VERIFY-FLAG = 1 AND VERIFY-FAILED-FLAG = 0
                           MOVE 0 TO VFY-READ-STRIPS
                           PERFORM VERIFY-IMAGE-PASS
                       END-IF
               IF EXPORT-FLAG = 1
                   PERFORM EXPORT-ALL-IMAGES
               END-IF
               IF HKEEP-FLAG = 2
                   PERFORM HOUSEKEEPING-PASS
               END-IF
               STOP RUN
           END-IF

           MOVE PARM-INSPECT-FLAG    TO INSPECT-FLAG
           MOVE PARM-LARGE-FLAG      TO LARGE-FLAG
           MOVE PARM-TILE-SIZE       TO LARGE-TILE-SIZE
           MOVE PARM-FORECAST-FLAG   TO FORECAST-FLAG
           MOVE PARM-CUTOFF-TIME     TO FCST-CUTOFF-TIME
           MOVE PARM-WINDOW-START    TO FCST-WINDOW-START
           MOVE PARM-NO-CACHE-FLAG   TO NO-CACHE-FLAG
           MOVE PARM-RLE-FLAG        TO RLE-FLAG
           MOVE PARM-CONVERT-FLAG    TO CONVERT-FLAG
           MOVE PARM-FINDER-FLAG     TO FINDER-FLAG
           MOVE PARM-FINDER-GRID     TO FINDER-GRID
           MOVE PARM-FINDER-TOP      TO FINDER-TOP
           MOVE PARM-SWEEP-FLAG      TO SWEEP-FLAG
           MOVE PARM-HKEEP-FLAG      TO HKEEP-FLAG
           MOVE PARM-HK-JOB-NAME     TO HK-JOB-NAME
           MOVE PARM-HK-STRIP-DAYS   TO HK-STRIP-DAYS
           MOVE PARM-HK-KEEP-ITER    TO HK-KEEP-ITER
           MOVE PARM-HK-REQUIRE-LIB  TO HK-REQUIRE-LIB
           MOVE PARM-ELEV-FLAG       TO ELEV-FLAG
           MOVE PARM-ELEV-INTERIOR   TO ELEV-INTERIOR
           MOVE PARM-ELEV-DECIMATE   TO ELEV-DECIMATE
           MOVE PARM-ELEV-RELIEF     TO ELEV-RELIEF
           MOVE PARM-DENS-FLAG       TO DENS-FLAG
           MOVE PARM-DENS-RAMP       TO DENS-RAMP
           MOVE PARM-DENS-SAMPLES-R  TO DENS-CH-SAMPLES(1)
           MOVE PARM-DENS-SAMPLES-G  TO DENS-CH-SAMPLES(2)
           MOVE PARM-DENS-SAMPLES-B  TO DENS-CH-SAMPLES(3)
           MOVE PARM-DENS-ITER-R     TO DENS-CH-LIMIT(1)
           MOVE PARM-DENS-ITER-G     TO DENS-CH-LIMIT(2)
           MOVE PARM-DENS-ITER-B     TO DENS-CH-LIMIT(3)
           MOVE PARM-DENS-SRC-REAL-MIN TO DENS-SRC-REAL-MIN
           MOVE PARM-DENS-SRC-REAL-MAX TO DENS-SRC-REAL-MAX
           MOVE PARM-DENS-SRC-IMAG-MIN TO DENS-SRC-IMAG-MIN
           MOVE PARM-DENS-SRC-IMAG-MAX TO DENS-SRC-IMAG-MAX
           MOVE PARM-CAPTION-FLAG    TO CAPTION-FLAG
           MOVE PARM-CAPTION-TICKS   TO CAPTION-TICKS
           MOVE PARM-REQUESTER-ID    TO REQUESTER-ID
           MOVE PARM-COST-CENTRE     TO COST-CENTRE
           MOVE PARM-CHARGE-FLAG     TO CHARGE-FLAG
           MOVE PARM-CHARGE-FROM     TO CHARGE-FROM
           MOVE PARM-CHARGE-TO       TO CHARGE-TO
      *>> PARM-BAND-FLAG, not the row numbers themselves, says whether
      *the card is asking for a band restriction - a card legitimately
      *asking for a single-row band ending at row 0 would otherwise
                   DISPLAY "BAND-START-ROW/BAND-END-ROW out of range"
                   MOVE 0 TO VALIDATION-OK
               END-IF
           END-IF

      *>> a density render holds the whole frame's counts in one
      *table whichever band it samples, so the frame has to fit it -
      *and a tiled poster has no single table to hold at all
           IF DENS-FLAG = 1
               PERFORM VALIDATE-DENSITY-PARAMETERS
           END-IF.

      *>> VALIDATE-DENSITY-PARAMETERS - the density card's own checks
      *and defaults: one sample per pixel side and the card's
      *MAX-ITERATOR for any channel left at zero, and a source window
      *that is either left off entirely or describes a real rectangle
       VALIDATE-DENSITY-PARAMETERS.
           IF WIDTH * HEIGHT > 4000000
               DISPLAY "Density frame too large for the accumulation "
               "table"
               MOVE 0 TO VALIDATION-OK
           END-IF
           IF LARGE-FLAG = 1
               DISPLAY "A density render cannot run as a large-format"
               " tiled frame"
               MOVE 0 TO VALIDATION-OK
           END-IF
           IF DENS-RAMP > 1
               DISPLAY "DENS-RAMP out of range, defaulting to 0 (log)"
               MOVE 0 TO DENS-RAMP
           END-IF
           PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
               IF DENS-CH-SAMPLES(DENS-CH) < 1
                   MOVE 1 TO DENS-CH-SAMPLES(DENS-CH)
               END-IF
               IF DENS-CH-LIMIT(DENS-CH) < 1
                   MOVE MAX-ITERATOR TO DENS-CH-LIMIT(DENS-CH)
               END-IF
           END-PERFORM
           IF DENS-SRC-REAL-MIN NOT = 0 OR DENS-SRC-REAL-MAX NOT = 0
               OR DENS-SRC-IMAG-MIN NOT = 0
               OR DENS-SRC-IMAG-MAX NOT = 0
               IF DENS-SRC-REAL-MIN >= DENS-SRC-REAL-MAX
                   OR DENS-SRC-IMAG-MIN >= DENS-SRC-IMAG-MAX
                   DISPLAY "Density source window is not a valid "
                   "rectangle"
                   MOVE 0 TO VALIDATION-OK
               END-IF
           END-IF.

      *>> VALIDATE-SPAN-BOUNDS - the span-ordering subset of
                       DISPLAY "Audit start line truncated, "
                       "AUDIT-RECORD too small"
               END-STRING
      *>> a density run's work goes nothing like WIDTH x HEIGHT x
      *MAX-ITERATOR, so it is marked for the forecast to leave alone
               IF DENS-FLAG = 1
                   COMPUTE AUDIT-POINTER = FUNCTION LENGTH(
                       FUNCTION TRIM(AUDIT-RECORD TRAILING)) + 1
                   IF DENS-RAMP = 1
                       STRING " DENSITY=EQUALIZED" DELIMITED BY SIZE
                           INTO AUDIT-RECORD
                           WITH POINTER AUDIT-POINTER
                       END-STRING
                   ELSE
                       STRING " DENSITY=LOG" DELIMITED BY SIZE
                           INTO AUDIT-RECORD
                           WITH POINTER AUDIT-POINTER
                       END-STRING
                   END-IF
               END-IF
      *>> who the run is charged to - left off when the card does not
      *say, which the chargeback lists as a run with no requester
               IF REQUESTER-ID NOT = SPACES
                   COMPUTE AUDIT-POINTER = FUNCTION LENGTH(
                       FUNCTION TRIM(AUDIT-RECORD TRAILING)) + 1
                   STRING " REQUESTER=" DELIMITED BY SIZE
                       REQUESTER-ID DELIMITED BY SPACE
                       INTO AUDIT-RECORD
                       WITH POINTER AUDIT-POINTER
                   END-STRING
               END-IF
               IF COST-CENTRE NOT = SPACES
                   COMPUTE AUDIT-POINTER = FUNCTION LENGTH(
                       FUNCTION TRIM(AUDIT-RECORD TRAILING)) + 1
                   STRING " COST-CTR=" DELIMITED BY SIZE
                       COST-CENTRE DELIMITED BY SPACE
                       INTO AUDIT-RECORD
                       WITH POINTER AUDIT-POINTER
                   END-STRING
               END-IF
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
                           "AUDIT-RECORD too small"
                   END-STRING
               END-IF
      *>> a frame served from the render library says so, and names
      *the entry it came from by its registration stamp and files
               IF CACHE-HIT-FLAG = 1
                   COMPUTE AUDIT-POINTER = FUNCTION LENGTH(
                       FUNCTION TRIM(AUDIT-RECORD TRAILING)) + 1
                   STRING " CACHE-HIT=" DELIMITED BY SIZE
                       CACHE-MODE-TEXT DELIMITED BY SPACE
                       " LIB=" DELIMITED BY SIZE
                       CACHE-LIB-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CACHE-LIB-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CACHE-LIB-IMAGE DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       CACHE-LIB-ITER DELIMITED BY SPACE
                       INTO AUDIT-RECORD
                       WITH POINTER AUDIT-POINTER
                   END-STRING
               END-IF
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF
           MOVE 0 TO CACHE-HIT-FLAG.

      *>> RENDER-ALL-FRAMES - the batch driver. if a SPANFILE was
      *supplied this walks it one span record at a time, validating,
                                       USING BY VALUE REN
                                       END-CALL
                                   END-IF
                                   IF DENS-FLAG = 1
                                       PERFORM DENSITY-RENDER-FRAME
                                   ELSE
                                       PERFORM RENDER-FRAME
                                   END-IF
                                   PERFORM WRITE-AUDIT-END
                               ELSE
                                   DISPLAY "Frame " FRAME-NUMBER
      *in READ-PARAMETERS
               DISPLAY "Rendering Burning Ship fractal..."
               PERFORM WRITE-AUDIT-START
               IF DENS-FLAG = 1
                   PERFORM DENSITY-RENDER-FRAME
               ELSE
                   PERFORM RENDER-FRAME
               END-IF
               PERFORM WRITE-AUDIT-END
           END-IF.

      *re-renders the newly selected region without leaving the run
       RENDER-FRAME.
           MOVE 1 TO RENDER-AGAIN
           MOVE 1 TO CACHE-REGISTER-FLAG
           MOVE 0 TO CACHE-ZOOMED-FLAG
      *>> a frame already sitting in the render library is served
      *from there and the compute loop below never runs
           PERFORM FIND-CACHED-RENDER
           IF CACHE-FOUND-FLAG = 1
               PERFORM REUSE-CACHED-RENDER
               IF CACHE-HIT-FLAG = 1
                   MOVE 0 TO RENDER-AGAIN
               END-IF
           END-IF
           PERFORM UNTIL RENDER-AGAIN = 0
               MOVE 0 TO RENDER-AGAIN
               MOVE 0 TO ZOOM-REQUESTED
                   CLOSE IMAGE-FILE
                   CLOSE ITER-FILE
               END-IF
               IF RLE-FLAG = 1
                   PERFORM CONVERT-RENDER-OUTPUT
               END-IF
               PERFORM WRITE-STATISTICS-REPORT

               IF ZOOM-REQUESTED = 1 AND QUIT-FLAG = 0
                   USING BY VALUE REN
                   END-CALL
                   MOVE 1 TO RENDER-AGAIN
                   MOVE 1 TO CACHE-ZOOMED-FLAG
               END-IF
           END-PERFORM


      *>> a frame the operator quit out of is not a finished render -
      *everything else goes in the library, which is the whole point
      *of having one. a frame served from the library under its own
      *names is already in there
           IF QUIT-FLAG = 0 AND CACHE-REGISTER-FLAG = 1
               PERFORM REGISTER-LIBRARY-ENTRY
           END-IF.

               MOVE 999 TO SMOOTH-FRACTION
           END-IF.

      *>> DENSITY-RENDER-FRAME - renders one frame as an orbit-density
      *image instead of an escape-time one. the band's source rows
      *are worked one at a time, each through all three channels, and
      *the accumulation table is written out every ten rows (and
      *after the last) together with the checkpoint and status
      *records, so a killed run restarts from the table rather than
      *from nothing. a band job step stops at its table; a whole
      *frame goes on to be coloured and written as an ordinary
      *IMAGE-FILE with its report, and into the library
       DENSITY-RENDER-FRAME.
           MOVE 0 TO DENS-WROTE-IMAGE
           MOVE 0 TO CACHE-ZOOMED-FLAG
           PERFORM COMPUTE-FRAME-STEPS
           IF PRECISION-MODE = 0
               AND (REAL-STEP <= 0 OR IMAG-STEP <= 0)
               DISPLAY "Window too narrow for a density render at "
               "this SCALE - frame " FRAME-NUMBER " skipped"
           ELSE
               PERFORM DENS-SET-SOURCE-WINDOW
               MOVE SPACES TO DENS-FILENAME
               STRING "DENSFILE" DELIMITED BY SIZE
                   IMAGE-FILENAME(8:23) DELIMITED BY SPACE
                   INTO DENS-FILENAME
               COMPUTE DENS-CELL-COUNT = WIDTH * HEIGHT
               PERFORM DENS-LOAD-CHECKPOINT
               MOVE MAX-ITERATOR TO DENS-SAVE-MAX-ITER
               MOVE 0 TO COUNTER
               PERFORM VARYING DENS-ROW FROM DENS-RESUME-ROW BY 1
                   UNTIL DENS-ROW > BAND-END-ROW OR QUIT-FLAG = 1
                   PERFORM VARYING DENS-CH FROM 1 BY 1
                       UNTIL DENS-CH > 3
                       PERFORM DENS-SAMPLE-ROW
                   END-PERFORM
                   ADD 1 TO COUNTER
                   IF COUNTER >= 10 OR DENS-ROW = BAND-END-ROW
                       MOVE 0 TO COUNTER
                       PERFORM DENS-CHECKPOINT
                   END-IF
               END-PERFORM
               MOVE DENS-SAVE-MAX-ITER TO MAX-ITERATOR

               IF QUIT-FLAG = 0
                   IF BAND-ID = 0
                       IF HEADLESS-FLAG = 0
                           MOVE 1 TO DENS-PAINT-FLAG
                       ELSE
                           MOVE 0 TO DENS-PAINT-FLAG
                       END-IF
                       PERFORM DENS-WRITE-IMAGE
                   ELSE
                       PERFORM DENS-FIND-PEAKS
                   END-IF
                   PERFORM DENS-WRITE-REPORT
               END-IF

      *>> the frame has no iteration data of its own - a density
      *count is not an escape count - so the entry names none
               IF QUIT-FLAG = 0 AND DENS-WROTE-IMAGE = 1
                   MOVE ITER-FILENAME TO DENS-SAVE-ITER
                   MOVE SPACES TO ITER-FILENAME
                   PERFORM REGISTER-LIBRARY-ENTRY
                   MOVE DENS-SAVE-ITER TO ITER-FILENAME
               END-IF
           END-IF.

      *>> DENS-SET-SOURCE-WINDOW - the rectangle the sample points
      *are spread over, at the same WIDTH x HEIGHT grid (times each
      *channel's samples per side) the output uses. left off the
      *card it is the output window itself, which for a deep frame
      *means the precise deep spans rather than their rounded mirror
       DENS-SET-SOURCE-WINDOW.
           IF DENS-SRC-REAL-MIN = 0 AND DENS-SRC-REAL-MAX = 0
               AND DENS-SRC-IMAG-MIN = 0 AND DENS-SRC-IMAG-MAX = 0
               MOVE REAL-SPAN-MIN TO DENS-SAMPLE-REAL-MIN
               MOVE IMAG-SPAN-MIN TO DENS-SAMPLE-IMAG-MIN
               MOVE REAL-STEP TO DENS-SRC-REAL-STEP
               MOVE IMAG-STEP TO DENS-SRC-IMAG-STEP
               IF PRECISION-MODE = 1
                   MOVE DEEP-REAL-SPAN-MIN TO DENS-DEEP-REAL-MIN
                   MOVE DEEP-IMAG-SPAN-MIN TO DENS-DEEP-IMAG-MIN
                   MOVE DEEP-REAL-STEP     TO DENS-DEEP-REAL-STEP
                   MOVE DEEP-IMAG-STEP     TO DENS-DEEP-IMAG-STEP
               END-IF
           ELSE
               MOVE DENS-SRC-REAL-MIN TO DENS-SAMPLE-REAL-MIN
               MOVE DENS-SRC-IMAG-MIN TO DENS-SAMPLE-IMAG-MIN
               COMPUTE DENS-SRC-REAL-STEP =
                   (DENS-SRC-REAL-MAX - DENS-SRC-REAL-MIN) / (WIDTH - 1)
               COMPUTE DENS-SRC-IMAG-STEP =
                   (DENS-SRC-IMAG-MAX - DENS-SRC-IMAG-MIN)
                   / (HEIGHT - 1)
               IF PRECISION-MODE = 1
                   COMPUTE DENS-DEEP-REAL-MIN =
                       (DENS-SRC-REAL-MIN * DEEP-SCALE) / SCALE
                   COMPUTE DENS-DEEP-IMAG-MIN =
                       (DENS-SRC-IMAG-MIN * DEEP-SCALE) / SCALE
                   COMPUTE DENS-DEEP-REAL-STEP =
                       ((DENS-SRC-REAL-MAX - DENS-SRC-REAL-MIN)
                       * DEEP-SCALE) / SCALE / (WIDTH - 1)
                   COMPUTE DENS-DEEP-IMAG-STEP =
                       ((DENS-SRC-IMAG-MAX - DENS-SRC-IMAG-MIN)
                       * DEEP-SCALE) / SCALE / (HEIGHT - 1)
               END-IF
           END-IF.

      *>> DENS-LOAD-CHECKPOINT - a restart of the frame the checkpoint
      *names picks its table back up when the table was written for
      *this very frame, band and size, and carries on at the row
      *after the last one it holds (past the band altogether when it
      *was already complete). anything else starts from an empty
      *table at the band's first row
       DENS-LOAD-CHECKPOINT.
           MOVE BAND-START-ROW TO DENS-RESUME-ROW
           PERFORM DENS-CLEAR-TABLE
           IF RESTART-FLAG = 1 AND FRAME-NUMBER = RESTART-FRAME-NUMBER
               OPEN INPUT DENS-FILE
               IF DENS-STATUS = "00"
                   MOVE 0 TO DENS-EOF-FLAG
                   READ DENS-FILE
                       AT END
                           MOVE 1 TO DENS-EOF-FLAG
                   END-READ
                   IF DENS-EOF-FLAG = 0
                       AND DENS-HDR-WIDTH = WIDTH
                       AND DENS-HDR-HEIGHT = HEIGHT
                       AND DENS-HDR-BAND-ID = BAND-ID
                       AND DENS-HDR-FRAME = FRAME-NUMBER
                       AND DENS-HDR-START-ROW = BAND-START-ROW
                       AND DENS-HDR-END-ROW = BAND-END-ROW
                       MOVE DENS-HDR-NEXT-ROW TO DENS-RESUME-ROW
                       PERFORM VARYING DENS-CH FROM 1 BY 1
                           UNTIL DENS-CH > 3
                           MOVE DENS-HDR-ESCAPED(DENS-CH)
                               TO DENS-CH-ESCAPED(DENS-CH)
                           MOVE DENS-HDR-PLOTTED(DENS-CH)
                               TO DENS-CH-PLOTTED(DENS-CH)
                       END-PERFORM
                       PERFORM DENS-ADD-TABLE-RECORDS
                       DISPLAY "Resuming density render at row "
                       DENS-RESUME-ROW
                   ELSE
                       DISPLAY "DENSFILE belongs to a different "
                       "frame or band - starting at row "
                       BAND-START-ROW
                   END-IF
                   CLOSE DENS-FILE
               END-IF
           END-IF.

      *>> DENS-CLEAR-TABLE - empties the frame's share of the table
      *and the channel tallies, ready for a fresh frame or merge
       DENS-CLEAR-TABLE.
           PERFORM VARYING DENS-CELL-INDEX FROM 1 BY 1
               UNTIL DENS-CELL-INDEX > DENS-CELL-COUNT
               MOVE 0 TO DENS-COUNT(DENS-CELL-INDEX, 1)
               MOVE 0 TO DENS-COUNT(DENS-CELL-INDEX, 2)
               MOVE 0 TO DENS-COUNT(DENS-CELL-INDEX, 3)
           END-PERFORM
           PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
               MOVE 0 TO DENS-CH-ESCAPED(DENS-CH)
               MOVE 0 TO DENS-CH-PLOTTED(DENS-CH)
           END-PERFORM.

      *>> DENS-ADD-TABLE-RECORDS - adds the pixel records of the open
      *DENS-FILE (its header already read) into the table. a restart
      *adds them to an empty table, the band merge adds one band's
      *on top of the others'
       DENS-ADD-TABLE-RECORDS.
           MOVE 0 TO DENS-EOF-FLAG
           PERFORM UNTIL DENS-EOF-FLAG = 1
               READ DENS-FILE
                   AT END
                       MOVE 1 TO DENS-EOF-FLAG
                   NOT AT END
                       IF DENS-X < WIDTH AND DENS-Y < HEIGHT
                           COMPUTE DENS-CELL-INDEX =
                               (DENS-Y * WIDTH) + DENS-X + 1
                           ADD DENS-R TO DENS-COUNT(DENS-CELL-INDEX, 1)
                           ADD DENS-G TO DENS-COUNT(DENS-CELL-INDEX, 2)
                           ADD DENS-B TO DENS-COUNT(DENS-CELL-INDEX, 3)
                       END-IF
               END-READ
           END-PERFORM.

      *>> DENS-SAMPLE-ROW - one source row for channel DENS-CH, at
      *that channel's own sub-rows, sub-columns and iteration limit
       DENS-SAMPLE-ROW.
           MOVE DENS-CH-LIMIT(DENS-CH) TO MAX-ITERATOR
           PERFORM VARYING SUB-Y FROM 0 BY 1
               UNTIL SUB-Y >= DENS-CH-SAMPLES(DENS-CH)
               PERFORM VARYING DENS-COL FROM 0 BY 1
                   UNTIL DENS-COL >= WIDTH
                   PERFORM VARYING SUB-X FROM 0 BY 1
                       UNTIL SUB-X >= DENS-CH-SAMPLES(DENS-CH)
                       PERFORM DENS-SAMPLE-ORBIT
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      *>> DENS-SAMPLE-ORBIT - one sample point through the card's
      *formula, exactly as the escape-time render would run it. an
      *orbit that stays bounded adds nothing; one that escapes is
      *replayed for as many steps as it stayed inside the bailout
       DENS-SAMPLE-ORBIT.
           IF PRECISION-MODE = 1
               COMPUTE DEEP-PIXEL-REAL = DENS-DEEP-REAL-MIN
                   + (DENS-COL * DENS-DEEP-REAL-STEP)
                   + ((SUB-X * DENS-DEEP-REAL-STEP)
                   / DENS-CH-SAMPLES(DENS-CH))
               COMPUTE DEEP-PIXEL-IMAG = DENS-DEEP-IMAG-MIN
                   + (DENS-ROW * DENS-DEEP-IMAG-STEP)
                   + ((SUB-Y * DENS-DEEP-IMAG-STEP)
                   / DENS-CH-SAMPLES(DENS-CH))
           ELSE
               COMPUTE PIXEL-REAL = DENS-SAMPLE-REAL-MIN
                   + (DENS-COL * DENS-SRC-REAL-STEP)
                   + ((SUB-X * DENS-SRC-REAL-STEP)
                   / DENS-CH-SAMPLES(DENS-CH))
               COMPUTE PIXEL-IMAG = DENS-SAMPLE-IMAG-MIN
                   + (DENS-ROW * DENS-SRC-IMAG-STEP)
                   + ((SUB-Y * DENS-SRC-IMAG-STEP)
                   / DENS-CH-SAMPLES(DENS-CH))
           END-IF
           PERFORM RUN-ESCAPE-FORMULA
           IF ESCAPED = 1
               ADD 1 TO DENS-CH-ESCAPED(DENS-CH)
               MOVE ITERATOR TO DENS-STEPS
               IF PRECISION-MODE = 1
                   PERFORM DENS-REPLAY-DEEP
               ELSE
                   PERFORM DENS-REPLAY-CLASSIC
               END-IF
           END-IF.

      *>> DENS-REPLAY-CLASSIC - the trajectory again, seeded and
      *stepped exactly as RUN-ESCAPE-CLASSIC steps it, with every
      *point it visits converted back to an output pixel
       DENS-REPLAY-CLASSIC.
           IF FORMULA-MODE = 4
               MOVE PIXEL-REAL      TO CURRENT-REAL
               MOVE PIXEL-IMAG      TO CURRENT-IMAG
               MOVE JULIA-SEED-REAL TO CONST-REAL
               MOVE JULIA-SEED-IMAG TO CONST-IMAG
           ELSE
               MOVE 0 TO CURRENT-REAL
               MOVE 0 TO CURRENT-IMAG
               MOVE PIXEL-REAL TO CONST-REAL
               MOVE PIXEL-IMAG TO CONST-IMAG
           END-IF
           PERFORM VARYING DENS-STEP FROM 1 BY 1
               UNTIL DENS-STEP > DENS-STEPS
               IF FORMULA-ABS-FLAG = 1
                   COMPUTE AX = FUNCTION ABS(CURRENT-REAL)
                   COMPUTE AY = FUNCTION ABS(CURRENT-IMAG)
               ELSE
                   MOVE CURRENT-REAL TO AX
                   MOVE CURRENT-IMAG TO AY
               END-IF
               COMPUTE XR2 = (AX * AX) / SCALE
               COMPUTE YI2 = (AY * AY) / SCALE
               COMPUTE CURRENT-REAL = XR2 - YI2 + CONST-REAL
               COMPUTE TWO-AXAY =
                   (FORMULA-CONJ-SIGN * 2 * AX * AY) / SCALE
               COMPUTE CURRENT-IMAG = TWO-AXAY + CONST-IMAG
               COMPUTE DENS-PX ROUNDED =
                   (CURRENT-REAL - REAL-SPAN-MIN) / REAL-STEP
               COMPUTE DENS-PY ROUNDED =
                   (CURRENT-IMAG - IMAG-SPAN-MIN) / IMAG-STEP
               PERFORM DENS-PLOT-POINT
           END-PERFORM.

      *>> DENS-REPLAY-DEEP - the same replay in the packed deep
      *fields, against the deep output spans
       DENS-REPLAY-DEEP.
           IF FORMULA-MODE = 4
               MOVE DEEP-PIXEL-REAL TO DEEP-CURRENT-REAL
               MOVE DEEP-PIXEL-IMAG TO DEEP-CURRENT-IMAG
               MOVE DEEP-JULIA-REAL TO DEEP-CONST-REAL
               MOVE DEEP-JULIA-IMAG TO DEEP-CONST-IMAG
           ELSE
               MOVE 0 TO DEEP-CURRENT-REAL
               MOVE 0 TO DEEP-CURRENT-IMAG
               MOVE DEEP-PIXEL-REAL TO DEEP-CONST-REAL
               MOVE DEEP-PIXEL-IMAG TO DEEP-CONST-IMAG
           END-IF
           PERFORM VARYING DENS-STEP FROM 1 BY 1
               UNTIL DENS-STEP > DENS-STEPS
               IF FORMULA-ABS-FLAG = 1
                   COMPUTE DEEP-AX = FUNCTION ABS(DEEP-CURRENT-REAL)
                   COMPUTE DEEP-AY = FUNCTION ABS(DEEP-CURRENT-IMAG)
               ELSE
                   MOVE DEEP-CURRENT-REAL TO DEEP-AX
                   MOVE DEEP-CURRENT-IMAG TO DEEP-AY
               END-IF
               COMPUTE DEEP-XR2 = (DEEP-AX * DEEP-AX) / DEEP-SCALE
               COMPUTE DEEP-YI2 = (DEEP-AY * DEEP-AY) / DEEP-SCALE
               COMPUTE DEEP-CURRENT-REAL =
                   DEEP-XR2 - DEEP-YI2 + DEEP-CONST-REAL
               COMPUTE DEEP-TWO-AXAY =
                   (FORMULA-CONJ-SIGN * 2 * DEEP-AX * DEEP-AY)
                   / DEEP-SCALE
               COMPUTE DEEP-CURRENT-IMAG =
                   DEEP-TWO-AXAY + DEEP-CONST-IMAG
               COMPUTE DENS-PX ROUNDED =
                   (DEEP-CURRENT-REAL - DEEP-REAL-SPAN-MIN)
                   / DEEP-REAL-STEP
                   ON SIZE ERROR
                       MOVE -1 TO DENS-PX
               END-COMPUTE
               COMPUTE DENS-PY ROUNDED =
                   (DEEP-CURRENT-IMAG - DEEP-IMAG-SPAN-MIN)
                   / DEEP-IMAG-STEP
                   ON SIZE ERROR
                       MOVE -1 TO DENS-PY
               END-COMPUTE
               PERFORM DENS-PLOT-POINT
           END-PERFORM.

      *>> DENS-PLOT-POINT - one hit for channel DENS-CH, when the
      *point falls inside the output window at all
       DENS-PLOT-POINT.
           IF DENS-PX >= 0 AND DENS-PX < WIDTH
               AND DENS-PY >= 0 AND DENS-PY < HEIGHT
               COMPUTE DENS-CELL-INDEX = (DENS-PY * WIDTH) + DENS-PX + 1
               ADD 1 TO DENS-COUNT(DENS-CELL-INDEX, DENS-CH)
               ADD 1 TO DENS-CH-PLOTTED(DENS-CH)
           END-IF.

      *>> DENS-CHECKPOINT - the table goes out first, then the
      *ordinary checkpoint record (column -1, so an escape-time
      *restart of the same card would start clean) for the frame
      *number a batch restart skips by, then the status heartbeat
      *with the rows done stood in for columns so the monitor's
      *percentage still reads true. an attended run polls for quit
      *here too
       DENS-CHECKPOINT.
           IF DENS-ROW = BAND-END-ROW
               MOVE "C" TO DENS-STATE
           ELSE
               MOVE "P" TO DENS-STATE
           END-IF
           PERFORM DENS-SAVE-TABLE
           MOVE -1 TO X
           PERFORM WRITE-CHECKPOINT-FILE
           COMPUTE X = ((DENS-ROW - BAND-START-ROW + 1) * WIDTH)
               / (BAND-END-ROW - BAND-START-ROW + 1) - 1
           PERFORM WRITE-STATUS-FILE
           IF HEADLESS-FLAG = 0
               CALL "sdl_poll_quit"
               RETURNING IS-RUNNING
               END-CALL
               IF IS-RUNNING = 1
                   MOVE 1 TO QUIT-FLAG
               END-IF
           END-IF.

      *>> DENS-SAVE-TABLE - rewrites DENS-FILE whole: the header with
      *DENS-STATE and the next row to sample, then one record for
      *every pixel any channel has a hit on
       DENS-SAVE-TABLE.
           OPEN OUTPUT DENS-FILE
           IF DENS-STATUS NOT = "00"
               DISPLAY "Unable to open density table " DENS-FILENAME
               " status " DENS-STATUS
           ELSE
               MOVE SPACES TO DENS-HEADER-RECORD
               MOVE WIDTH          TO DENS-HDR-WIDTH
               MOVE HEIGHT         TO DENS-HDR-HEIGHT
               MOVE BAND-ID        TO DENS-HDR-BAND-ID
               MOVE FRAME-NUMBER   TO DENS-HDR-FRAME
               MOVE DENS-STATE     TO DENS-HDR-STATE
               MOVE BAND-START-ROW TO DENS-HDR-START-ROW
               MOVE BAND-END-ROW   TO DENS-HDR-END-ROW
               COMPUTE DENS-HDR-NEXT-ROW = DENS-ROW + 1
               PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
                   MOVE DENS-CH-ESCAPED(DENS-CH)
                       TO DENS-HDR-ESCAPED(DENS-CH)
                   MOVE DENS-CH-PLOTTED(DENS-CH)
                       TO DENS-HDR-PLOTTED(DENS-CH)
               END-PERFORM
               WRITE DENS-HEADER-RECORD
               MOVE 0 TO DENS-CELL-INDEX
               PERFORM VARYING DENS-PY FROM 0 BY 1
                   UNTIL DENS-PY >= HEIGHT
                   PERFORM VARYING DENS-PX FROM 0 BY 1
                       UNTIL DENS-PX >= WIDTH
                       ADD 1 TO DENS-CELL-INDEX
                       IF DENS-COUNT(DENS-CELL-INDEX, 1) > 0
                           OR DENS-COUNT(DENS-CELL-INDEX, 2) > 0
                           OR DENS-COUNT(DENS-CELL-INDEX, 3) > 0
                           MOVE SPACES TO DENS-RECORD
                           MOVE DENS-PX TO DENS-X
                           MOVE DENS-PY TO DENS-Y
                           MOVE DENS-COUNT(DENS-CELL-INDEX, 1)
                               TO DENS-R
                           MOVE DENS-COUNT(DENS-CELL-INDEX, 2)
                               TO DENS-G
                           MOVE DENS-COUNT(DENS-CELL-INDEX, 3)
                               TO DENS-B
                           WRITE DENS-RECORD
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE DENS-FILE
           END-IF.

      *>> DENS-FIND-PEAKS - each channel's highest count, which its
      *ramp is stretched to
       DENS-FIND-PEAKS.
           PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
               MOVE 0 TO DENS-CH-PEAK(DENS-CH)
               PERFORM VARYING DENS-CELL-INDEX FROM 1 BY 1
                   UNTIL DENS-CELL-INDEX > DENS-CELL-COUNT
                   IF DENS-COUNT(DENS-CELL-INDEX, DENS-CH)
                       > DENS-CH-PEAK(DENS-CH)
                       MOVE DENS-COUNT(DENS-CELL-INDEX, DENS-CH)
                           TO DENS-CH-PEAK(DENS-CH)
                   END-IF
               END-PERFORM
               COMPUTE DENS-CH-LOG-PEAK(DENS-CH) =
                   FUNCTION LOG(DENS-CH-PEAK(DENS-CH) + 1)
           END-PERFORM.

      *>> DENS-BUILD-RAMPS - the log ramp spreads counts over 1000
      *buckets by the log of the count against the log of the peak;
      *the equalized ramp goes one step further and hands out the
      *0-255 range by how many lit pixels fall in each bucket, the
      *way palette 3 hands it out by iteration count
       DENS-BUILD-RAMPS.
           PERFORM DENS-FIND-PEAKS
           PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
               MOVE 0 TO DENS-CH-TOTAL(DENS-CH)
               PERFORM VARYING DENS-BUCKET FROM 1 BY 1
                   UNTIL DENS-BUCKET > 1000
                   MOVE 0 TO DENS-CH-CUM(DENS-CH, DENS-BUCKET)
               END-PERFORM
           END-PERFORM
           IF DENS-RAMP = 1
               PERFORM VARYING DENS-CELL-INDEX FROM 1 BY 1
                   UNTIL DENS-CELL-INDEX > DENS-CELL-COUNT
                   PERFORM VARYING DENS-CH FROM 1 BY 1
                       UNTIL DENS-CH > 3
                       MOVE DENS-COUNT(DENS-CELL-INDEX, DENS-CH)
                           TO DENS-CELL-VALUE
                       IF DENS-CELL-VALUE > 0
                           PERFORM DENS-CELL-BUCKET
                           ADD 1 TO DENS-CH-CUM(DENS-CH, DENS-BUCKET)
                           ADD 1 TO DENS-CH-TOTAL(DENS-CH)
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
                   PERFORM VARYING DENS-BUCKET FROM 2 BY 1
                       UNTIL DENS-BUCKET > 1000
                       ADD DENS-CH-CUM(DENS-CH, DENS-BUCKET - 1)
                           TO DENS-CH-CUM(DENS-CH, DENS-BUCKET)
                   END-PERFORM
               END-PERFORM
           END-IF.

      *>> DENS-CELL-BUCKET - DENS-CELL-VALUE (above zero) on the
      *1-1000 log scale of channel DENS-CH, the peak landing on 1000
       DENS-CELL-BUCKET.
           COMPUTE DENS-LOG-VALUE = FUNCTION LOG(DENS-CELL-VALUE + 1)
           COMPUTE DENS-BUCKET =
               (1000 * DENS-LOG-VALUE) / DENS-CH-LOG-PEAK(DENS-CH)
           IF DENS-BUCKET < 1
               MOVE 1 TO DENS-BUCKET
           END-IF
           IF DENS-BUCKET > 1000
               MOVE 1000 TO DENS-BUCKET
           END-IF.

      *>> DENS-CELL-LEVEL - DENS-CELL-VALUE as a 0-255 level through
      *the card's ramp. a pixel no orbit reached stays black
       DENS-CELL-LEVEL.
           IF DENS-CELL-VALUE = 0
               MOVE 0 TO DENS-LEVEL
           ELSE
               PERFORM DENS-CELL-BUCKET
               IF DENS-RAMP = 1
                   COMPUTE DENS-LEVEL =
                       (DENS-CH-CUM(DENS-CH, DENS-BUCKET) * 255)
                       / DENS-CH-TOTAL(DENS-CH)
               ELSE
                   COMPUTE DENS-LEVEL = (DENS-BUCKET * 255) / 1000
               END-IF
           END-IF.

      *>> DENS-WRITE-IMAGE - the table as an ordinary IMAGE-FILE in
      *the draw pass's column order, recoded to runs afterwards when
      *the card asks for the run-length layout, so verify, export
      *and the library take it like any other frame. DENS-PAINT-FLAG
      *puts it on the window as well
       DENS-WRITE-IMAGE.
           PERFORM DENS-BUILD-RAMPS
           PERFORM OPEN-IMAGE-FILE
           PERFORM VARYING X FROM 0 BY 1 UNTIL X >= WIDTH
               PERFORM VARYING Y FROM 0 BY 1 UNTIL Y >= HEIGHT
                   COMPUTE DENS-CELL-INDEX = (Y * WIDTH) + X + 1
                   MOVE 1 TO DENS-CH
                   MOVE DENS-COUNT(DENS-CELL-INDEX, 1)
                       TO DENS-CELL-VALUE
                   PERFORM DENS-CELL-LEVEL
                   MOVE DENS-LEVEL TO R
                   MOVE 2 TO DENS-CH
                   MOVE DENS-COUNT(DENS-CELL-INDEX, 2)
                       TO DENS-CELL-VALUE
                   PERFORM DENS-CELL-LEVEL
                   MOVE DENS-LEVEL TO G
                   MOVE 3 TO DENS-CH
                   MOVE DENS-COUNT(DENS-CELL-INDEX, 3)
                       TO DENS-CELL-VALUE
                   PERFORM DENS-CELL-LEVEL
                   MOVE DENS-LEVEL TO B
                   IF DENS-PAINT-FLAG = 1
                       MOVE 255 TO A
                       CALL "sdl_set_draw_color_px"
                       USING BY VALUE REN BY VALUE R G B A
                       END-CALL
                       CALL "sdl_draw_point"
                       USING BY VALUE REN BY VALUE X Y
                       END-CALL
                   END-IF
                   MOVE SPACES TO IMAGE-RECORD
                   MOVE X TO IMG-X
                   MOVE Y TO IMG-Y
                   MOVE G TO IMG-G
                   MOVE B TO IMG-B
                   WRITE IMAGE-RECORD
               END-PERFORM
           END-PERFORM
           CLOSE IMAGE-FILE
           IF DENS-PAINT-FLAG = 1
               CALL "sdl_present"
               USING BY VALUE REN
               END-CALL
           END-IF
           IF RLE-FLAG = 1
               MOVE "R" TO CONV-LAYOUT
               MOVE SPACES TO CONV-TARGET-NAME
               MOVE IMAGE-FILENAME TO CONV-SOURCE-NAME
               MOVE "M" TO CONV-KIND
               PERFORM CONVERT-PIXEL-FILE
           END-IF
           MOVE 1 TO DENS-WROTE-IMAGE.

      *>> DENS-WRITE-REPORT - the density run's end of run report in
      *place of the iteration histogram: per channel the sampling
      *asked for, the orbits that escaped, the hits that landed in
      *the window and the busiest pixel's count
       DENS-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open statistics report, status "
               REPORT-STATUS
           ELSE
               MOVE "BURNING SHIP - ORBIT DENSITY REPORT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               IF DENS-RAMP = 1
                   STRING "RAMP: EQUALIZED  TABLE: " DELIMITED BY SIZE
                       DENS-FILENAME DELIMITED BY SPACE
                       INTO REPORT-RECORD
               ELSE
                   STRING "RAMP: LOG  TABLE: " DELIMITED BY SIZE
                       DENS-FILENAME DELIMITED BY SPACE
                       INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
               MOVE "CH SAMPLES LIMIT  ESCAPED-ORBITS  POINTS-PLOTTED"
                   TO REPORT-RECORD
               MOVE "PEAK-COUNT" TO REPORT-RECORD(52:10)
               WRITE REPORT-RECORD
               PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
                   MOVE SPACES TO REPORT-RECORD
                   MOVE DENS-CH-LETTERS(DENS-CH:1)
                       TO REPORT-RECORD(1:1)
                   MOVE DENS-CH-SAMPLES(DENS-CH) TO DISP-DENS-SAMPLES
                   MOVE DISP-DENS-SAMPLES TO REPORT-RECORD(9:2)
                   MOVE DENS-CH-LIMIT(DENS-CH) TO DISP-DENS-LIMIT
                   MOVE DISP-DENS-LIMIT TO REPORT-RECORD(12:5)
                   MOVE DENS-CH-ESCAPED(DENS-CH) TO DISP-DENS-COUNT
                   MOVE DISP-DENS-COUNT TO REPORT-RECORD(21:12)
                   MOVE DENS-CH-PLOTTED(DENS-CH) TO DISP-DENS-COUNT
                   MOVE DISP-DENS-COUNT TO REPORT-RECORD(37:12)
                   MOVE DENS-CH-PEAK(DENS-CH) TO DISP-DENS-COUNT
                   MOVE DISP-DENS-COUNT TO REPORT-RECORD(50:12)
                   WRITE REPORT-RECORD
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.

      *>> ADAPTIVE-COMPUTE-PASS - the rectangle-subdivision worker.
      *the whole band goes on the stack as one rectangle; each pop
      *traces the rectangle's border through the escape formula (the
      *done flags skip anything a neighboring rectangle already
      *computed), fills the interior without iterating it when every
      *border pixel agreed, and otherwise splits the rectangle in
      *four and pushes the quarters. one corner sample per pixel -
      *a filled interior has no subpixels to average, so this mode
      *renders at SAMPLE-FACTOR 1 whatever the card says
       ADAPTIVE-COMPUTE-PASS.
           MOVE ALL "0" TO ADAPT-DONE-TABLE
           MOVE 0 TO SUB-X
           MOVE 0 TO SUB-Y
           MOVE 1 TO ADAPT-STACK-DEPTH
           MOVE 0 TO AS-X1(1)
           MOVE BAND-START-ROW TO AS-Y1(1)
           COMPUTE AS-X2(1) = WIDTH - 1
           MOVE BAND-END-ROW TO AS-Y2(1)
           PERFORM UNTIL ADAPT-STACK-DEPTH = 0
               MOVE AS-X1(ADAPT-STACK-DEPTH) TO ADAPT-X1
               MOVE AS-Y1(ADAPT-STACK-DEPTH) TO ADAPT-Y1
               MOVE AS-X2(ADAPT-STACK-DEPTH) TO ADAPT-X2
               MOVE AS-Y2(ADAPT-STACK-DEPTH) TO ADAPT-Y2
               SUBTRACT 1 FROM ADAPT-STACK-DEPTH
               PERFORM ADAPTIVE-WORK-ONE-RECT
           END-PERFORM.

      *>> ADAPTIVE-WORK-ONE-RECT - one popped rectangle. anything
      *under four pixels a side is solved outright - the border IS
      *the rectangle at that size and splitting buys nothing
       ADAPTIVE-WORK-ONE-RECT.
           IF ADAPT-X2 - ADAPT-X1 < 3 OR ADAPT-Y2 - ADAPT-Y1 < 3
               PERFORM ADAPTIVE-SOLVE-FULL-RECT
           ELSE
               MOVE 1 TO ADAPT-UNIFORM-FLAG
               MOVE 1 TO ADAPT-FIRST-FLAG
               PERFORM VARYING X FROM ADAPT-X1 BY 1
                   UNTIL X > ADAPT-X2
                   MOVE ADAPT-Y1 TO Y
                   PERFORM ADAPTIVE-EVAL-BORDER-PIXEL
                   MOVE ADAPT-Y2 TO Y
                   PERFORM ADAPTIVE-EVAL-BORDER-PIXEL
               END-PERFORM
               COMPUTE ADAPT-INNER-Y1 = ADAPT-Y1 + 1
               PERFORM VARYING Y FROM ADAPT-INNER-Y1 BY 1
                   UNTIL Y >= ADAPT-Y2
                   MOVE ADAPT-X1 TO X
                   PERFORM ADAPTIVE-EVAL-BORDER-PIXEL
                   MOVE ADAPT-X2 TO X
                   PERFORM ADAPTIVE-EVAL-BORDER-PIXEL
               END-PERFORM
               IF ADAPT-UNIFORM-FLAG = 1
      *>> a uniform ESCAPED border under smooth shading is the one
      *case a fill would show - the filled pixels would have no
      *escape magnitude and band against their smoothly shaded
      *border - so those rectangles are solved outright instead.
      *interior rectangles, where all the render time actually
      *goes, still fill without iterating
                   IF SMOOTH-FLAG = 1
                       AND ADAPT-BORDER-ITER < MAX-ITERATOR
                       PERFORM ADAPTIVE-SOLVE-FULL-RECT
                   ELSE
                       PERFORM ADAPTIVE-FILL-INTERIOR
                   END-IF
               ELSE
      *>> the quarters partition the rectangle exactly - the split
      *point always leaves at least two columns and two rows each
      *side because anything smaller was solved outright above. a
      *full stack (which a sane window never reaches) just solves
      *the rectangle the slow way instead of overflowing
                   IF ADAPT-STACK-DEPTH + 4 > 2000
                       PERFORM ADAPTIVE-SOLVE-FULL-RECT
                   ELSE
                       COMPUTE ADAPT-MID-X = (ADAPT-X1 + ADAPT-X2) / 2
                       COMPUTE ADAPT-MID-Y = (ADAPT-Y1 + ADAPT-Y2) / 2
                       ADD 1 TO ADAPT-STACK-DEPTH
                       MOVE ADAPT-X1    TO AS-X1(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-Y1    TO AS-Y1(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-MID-X TO AS-X2(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-MID-Y TO AS-Y2(ADAPT-STACK-DEPTH)
                       ADD 1 TO ADAPT-STACK-DEPTH
                       COMPUTE AS-X1(ADAPT-STACK-DEPTH) =
                           ADAPT-MID-X + 1
                       MOVE ADAPT-Y1    TO AS-Y1(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-X2    TO AS-X2(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-MID-Y TO AS-Y2(ADAPT-STACK-DEPTH)
                       ADD 1 TO ADAPT-STACK-DEPTH
                       MOVE ADAPT-X1    TO AS-X1(ADAPT-STACK-DEPTH)
                       COMPUTE AS-Y1(ADAPT-STACK-DEPTH) =
                           ADAPT-MID-Y + 1
                       MOVE ADAPT-MID-X TO AS-X2(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-Y2    TO AS-Y2(ADAPT-STACK-DEPTH)
                       ADD 1 TO ADAPT-STACK-DEPTH
                       COMPUTE AS-X1(ADAPT-STACK-DEPTH) =
                           ADAPT-MID-X + 1
                       COMPUTE AS-Y1(ADAPT-STACK-DEPTH) =
                           ADAPT-MID-Y + 1
                       MOVE ADAPT-X2    TO AS-X2(ADAPT-STACK-DEPTH)
                       MOVE ADAPT-Y2    TO AS-Y2(ADAPT-STACK-DEPTH)
                   END-IF
               END-IF
           END-IF.

       ADAPTIVE-SOLVE-FULL-RECT.
           PERFORM VARYING Y FROM ADAPT-Y1 BY 1 UNTIL Y > ADAPT-Y2
               PERFORM VARYING X FROM ADAPT-X1 BY 1
                   UNTIL X > ADAPT-X2
                   PERFORM ADAPTIVE-EVAL-ONE-PIXEL
               END-PERFORM
           END-PERFORM.

      *>> ADAPTIVE-EVAL-BORDER-PIXEL - uniformity is judged on the
      *iterator; the detected period is tracked alongside, and a
      *uniform border whose periods also all agree passes its period
      *into the fill, so interior fills stay shadeable by period.
      *mixed periods behind an otherwise uniform border fill as 0
       ADAPTIVE-EVAL-BORDER-PIXEL.
           PERFORM ADAPTIVE-EVAL-ONE-PIXEL
           IF ADAPT-FIRST-FLAG = 1
               MOVE ADAPT-WORK-ITER   TO ADAPT-BORDER-ITER
               MOVE ADAPT-WORK-PERIOD TO ADAPT-BORDER-PERIOD
               MOVE 1 TO ADAPT-PERIOD-SAME
               MOVE 0 TO ADAPT-FIRST-FLAG
           ELSE
               IF ADAPT-WORK-ITER NOT = ADAPT-BORDER-ITER
                   MOVE 0 TO ADAPT-UNIFORM-FLAG
               END-IF
               IF ADAPT-WORK-PERIOD NOT = ADAPT-BORDER-PERIOD
                   MOVE 0 TO ADAPT-PERIOD-SAME
               END-IF
           END-IF.

      *>> ADAPTIVE-EVAL-ONE-PIXEL - the done flag is what makes the
      *shared borders of sibling rectangles cost one evaluation, not
      *two
       ADAPTIVE-EVAL-ONE-PIXEL.
           COMPUTE ADAPT-INDEX =
               ((Y - BAND-START-ROW) * WIDTH) + X + 1
           IF ADAPT-DONE-CELL(ADAPT-INDEX) > 0
               MOVE ADAPT-ITER-CELL(ADAPT-INDEX) TO ADAPT-WORK-ITER
               MOVE ADAPT-PERIOD-CELL(ADAPT-INDEX)
                   TO ADAPT-WORK-PERIOD
           ELSE
               PERFORM COMPUTE-SAMPLE-POINT
               PERFORM RUN-ESCAPE-FORMULA
               MOVE ITERATOR TO ADAPT-WORK-ITER
               MOVE ITERATOR TO ADAPT-ITER-CELL(ADAPT-INDEX)
               MOVE CURRENT-PERIOD TO ADAPT-WORK-PERIOD
               MOVE CURRENT-PERIOD
                   TO ADAPT-PERIOD-CELL(ADAPT-INDEX)
               MOVE CURRENT-MAGNITUDE
                   TO ADAPT-MAG-CELL(ADAPT-INDEX)
               MOVE 1 TO ADAPT-DONE-CELL(ADAPT-INDEX)
           END-IF.

       ADAPTIVE-FILL-INTERIOR.
           COMPUTE ADAPT-INNER-X1 = ADAPT-X1 + 1
           COMPUTE ADAPT-INNER-Y1 = ADAPT-Y1 + 1
           PERFORM VARYING Y FROM ADAPT-INNER-Y1 BY 1
               UNTIL Y >= ADAPT-Y2
               PERFORM VARYING X FROM ADAPT-INNER-X1 BY 1
                   UNTIL X >= ADAPT-X2
                   COMPUTE ADAPT-INDEX =
                       ((Y - BAND-START-ROW) * WIDTH) + X + 1
                   IF ADAPT-DONE-CELL(ADAPT-INDEX) = 0
                       MOVE ADAPT-BORDER-ITER
                           TO ADAPT-ITER-CELL(ADAPT-INDEX)
                       IF ADAPT-PERIOD-SAME = 1
                           MOVE ADAPT-BORDER-PERIOD
                               TO ADAPT-PERIOD-CELL(ADAPT-INDEX)
                       ELSE
                           MOVE 0
                               TO ADAPT-PERIOD-CELL(ADAPT-INDEX)
                       END-IF
                       MOVE 0 TO ADAPT-MAG-CELL(ADAPT-INDEX)
                       MOVE 2 TO ADAPT-DONE-CELL(ADAPT-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>> ADAPTIVE-ANALYSIS-PASS - the same histogram and statistics
      *ANALYSIS-PASS builds, taken off the finished iterator table
      *instead of a second full sweep of the escape formula - the
      *adaptive pass already paid for every value in it
       ADAPTIVE-ANALYSIS-PASS.
           MOVE 0 TO INTERIOR-COUNT
           MOVE 0 TO SUM-ITERATOR
           MOVE 0 TO PIXEL-TOTAL-COUNT
           MOVE MAX-ITERATOR TO MIN-ITERATOR-SEEN
           MOVE 0 TO MAX-ITERATOR-SEEN
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > 1000
               MOVE 0 TO HIST-BUCKET(HIST-INDEX)
           END-PERFORM
           PERFORM VARYING ADAPT-INDEX FROM 1 BY 1
               UNTIL ADAPT-INDEX > ADAPT-PIXEL-LIMIT
               MOVE ADAPT-ITER-CELL(ADAPT-INDEX) TO ITERATOR
               ADD 1 TO PIXEL-TOTAL-COUNT
               ADD ITERATOR TO SUM-ITERATOR
               IF ITERATOR < MIN-ITERATOR-SEEN
                   MOVE ITERATOR TO MIN-ITERATOR-SEEN
               END-IF
               IF ITERATOR > MAX-ITERATOR-SEEN
                   MOVE ITERATOR TO MAX-ITERATOR-SEEN
               END-IF
               IF ITERATOR >= MAX-ITERATOR
                   ADD 1 TO INTERIOR-COUNT
               END-IF
               ADD 1 TO HIST-BUCKET(ITERATOR + 1)
           END-PERFORM
           IF PIXEL-TOTAL-COUNT > 0
               COMPUTE AVG-ITERATOR =
                   SUM-ITERATOR / PIXEL-TOTAL-COUNT
           END-IF
           MOVE 0 TO RUNNING-CUM
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > 1000
               ADD HIST-BUCKET(HIST-INDEX) TO RUNNING-CUM
               MOVE RUNNING-CUM TO CUM-BUCKET(HIST-INDEX)
           END-PERFORM.

      *>> ADAPTIVE-OUTPUT-PASS - the finished table painted and
      *written in the same column-major order DRAW-PASS emits, with
      *the same quit and click-to-zoom polling on the same cadence.
      *no checkpoint is written - the adaptive pass computes whole
      *rectangles out of column order, so a column-resume offset
      *could only lie to a restart
       ADAPTIVE-OUTPUT-PASS.
           MOVE 0 TO COUNTER
           PERFORM VARYING X FROM 0 BY 1 UNTIL X >= WIDTH
               PERFORM VARYING Y FROM BAND-START-ROW BY 1
                   UNTIL Y > BAND-END-ROW
                   COMPUTE ADAPT-INDEX =
                       ((Y - BAND-START-ROW) * WIDTH) + X + 1
                   MOVE ADAPT-ITER-CELL(ADAPT-INDEX) TO ITERATOR
                   MOVE ADAPT-PERIOD-CELL(ADAPT-INDEX)
                       TO CURRENT-PERIOD
                   MOVE ADAPT-MAG-CELL(ADAPT-INDEX)
                       TO CURRENT-MAGNITUDE
                   IF ITERATOR >= MAX-ITERATOR
                       MOVE 0 TO ESCAPED
                   ELSE
                       MOVE 1 TO ESCAPED
                   END-IF
                   PERFORM SELECT-COLOR
                   MOVE 255 TO A

                   IF HEADLESS-FLAG = 0
                       CALL "sdl_set_draw_color_px"
                       USING BY VALUE REN BY VALUE R G B A
                       END-CALL

                       CALL "sdl_draw_point"
                       USING BY VALUE REN BY VALUE X Y
                       END-CALL
                   END-IF

                   MOVE SPACES TO IMAGE-RECORD
                   MOVE X TO IMG-X
                   MOVE Y TO IMG-Y
                   MOVE R TO IMG-R
                   MOVE G TO IMG-G
                   MOVE B TO IMG-B
                   WRITE IMAGE-RECORD

                   MOVE SPACES TO ITER-RECORD
                   MOVE X TO ITER-X
                   MOVE Y TO ITER-Y
                   MOVE ITERATOR       TO ITER-COUNT
                   MOVE ESCAPED        TO ITER-ESCAPED-FLAG
                   MOVE CURRENT-PERIOD TO ITER-PERIOD
                   IF CURRENT-MAGNITUDE > 999999999999
                       MOVE 999999999999 TO ITER-MAG
                   ELSE
                       MOVE CURRENT-MAGNITUDE TO ITER-MAG
                   END-IF
                   WRITE ITER-RECORD
               END-PERFORM

               ADD 1 TO COUNTER
               IF COUNTER >= 10 OR X = WIDTH - 1
                   MOVE 0 TO COUNTER
                   PERFORM WRITE-STATUS-FILE
                   IF HEADLESS-FLAG = 0
                       CALL "sdl_present"
                       USING BY VALUE REN
                       END-CALL

                       CALL "sdl_poll_quit"
                       RETURNING IS-RUNNING
                       END-CALL

                       IF IS-RUNNING = 1
                           MOVE 1 TO QUIT-FLAG
                           EXIT PERFORM
                       END-IF

                       CALL "sdl_poll_click"
                       USING BY VALUE REN
                       BY REFERENCE CLICK-PIXEL-X CLICK-PIXEL-Y
                       RETURNING CLICK-DETECTED
                       END-CALL

                       IF CLICK-DETECTED = 1
                           PERFORM RECORD-ZOOM-CLICK
                           IF ZOOM-REQUESTED = 1
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF QUIT-FLAG = 0 AND ZOOM-REQUESTED = 0
               AND HEADLESS-FLAG = 0
               CALL "sdl_present"
               USING BY VALUE REN
               END-CALL
           END-IF.

      *>> RECORD-ZOOM-CLICK - the operator clicks two opposite corners
      *of the new window on the rendered image; the first click is
      *remembered, the second one triggers the zoom
       RECORD-ZOOM-CLICK.
           ADD 1 TO ZOOM-CLICK-COUNT
           IF ZOOM-CLICK-COUNT = 1
               MOVE CLICK-PIXEL-X TO ZOOM-CORNER-1-X
               MOVE CLICK-PIXEL-Y TO ZOOM-CORNER-1-Y
           ELSE
               MOVE CLICK-PIXEL-X TO ZOOM-CORNER-2-X
               MOVE CLICK-PIXEL-Y TO ZOOM-CORNER-2-Y
               MOVE 0 TO ZOOM-CLICK-COUNT
               MOVE 1 TO ZOOM-REQUESTED
           END-IF.

      *>> RECOMPUTE-SPANS-FROM-CLICK - runs the pixel-to-complex-plane
      *conversion backwards over the two corners the operator clicked,
      *replacing REAL-SPAN-MIN/MAX and IMAG-SPAN-MIN/MAX so the next
           IF PRECISION-MODE = 1
               PERFORM RECOMPUTE-DEEP-SPANS
           ELSE
               PERFORM RECOMPUTE-CLASSIC-SPANS
           END-IF

      *>> remember that the operator zoomed at all, so the end of the
      *frame can offer to save the hard-won final window into the
      *region catalog instead of letting it evaporate with the run
           MOVE 1 TO ZOOM-HAPPENED-FLAG.

       RECOMPUTE-CLASSIC-SPANS.
           COMPUTE NEW-REAL-SPAN-MIN =
               REAL-SPAN-MIN + (ZOOM-CORNER-1-X * REAL-STEP)
           COMPUTE NEW-REAL-SPAN-MAX =
               REAL-SPAN-MIN + (ZOOM-CORNER-2-X * REAL-STEP)
           COMPUTE NEW-IMAG-SPAN-MIN =
               IMAG-SPAN-MIN + (ZOOM-CORNER-1-Y * IMAG-STEP)
           COMPUTE NEW-IMAG-SPAN-MAX =
               IMAG-SPAN-MIN + (ZOOM-CORNER-2-Y * IMAG-STEP)

      *>> the operator may well have clicked bottom-right first, so
      *swap each pair back into ascending order before it is trusted
           IF NEW-REAL-SPAN-MIN > NEW-REAL-SPAN-MAX
               MOVE NEW-REAL-SPAN-MIN TO TEMP-SWAP
               MOVE NEW-REAL-SPAN-MAX TO NEW-REAL-SPAN-MIN
               MOVE TEMP-SWAP         TO NEW-REAL-SPAN-MAX
           END-IF
           IF NEW-IMAG-SPAN-MIN > NEW-IMAG-SPAN-MAX
               MOVE NEW-IMAG-SPAN-MIN TO TEMP-SWAP
               MOVE NEW-IMAG-SPAN-MAX TO NEW-IMAG-SPAN-MIN
               MOVE TEMP-SWAP         TO NEW-IMAG-SPAN-MAX
           END-IF

           MOVE NEW-REAL-SPAN-MIN TO REAL-SPAN-MIN
           MOVE NEW-REAL-SPAN-MAX TO REAL-SPAN-MAX
           MOVE NEW-IMAG-SPAN-MIN TO IMAG-SPAN-MIN
           MOVE NEW-IMAG-SPAN-MAX TO IMAG-SPAN-MAX.

      *>> RECOMPUTE-DEEP-SPANS - the deep-mode zoom. the conversion
      *runs backwards over the deep steps so none of the precision a
      *zoom sequence has accumulated is rounded away, then the
      *ordinary spans are refreshed as the card-scale mirror the
      *audit line and the region catalog see
       RECOMPUTE-DEEP-SPANS.
           COMPUTE DEEP-NEW-REAL-MIN =
               DEEP-REAL-SPAN-MIN + (ZOOM-CORNER-1-X * DEEP-REAL-STEP)
           COMPUTE DEEP-NEW-REAL-MAX =
               DEEP-REAL-SPAN-MIN + (ZOOM-CORNER-2-X * DEEP-REAL-STEP)
           COMPUTE DEEP-NEW-IMAG-MIN =
               DEEP-IMAG-SPAN-MIN + (ZOOM-CORNER-1-Y * DEEP-IMAG-STEP)
           COMPUTE DEEP-NEW-IMAG-MAX =
               DEEP-IMAG-SPAN-MIN + (ZOOM-CORNER-2-Y * DEEP-IMAG-STEP)

           IF DEEP-NEW-REAL-MIN > DEEP-NEW-REAL-MAX
               MOVE DEEP-NEW-REAL-MIN TO DEEP-TEMP-SWAP
               MOVE DEEP-NEW-REAL-MAX TO DEEP-NEW-REAL-MIN
               MOVE DEEP-TEMP-SWAP    TO DEEP-NEW-REAL-MAX
           END-IF
           IF DEEP-NEW-IMAG-MIN > DEEP-NEW-IMAG-MAX
               MOVE DEEP-NEW-IMAG-MIN TO DEEP-TEMP-SWAP
               MOVE DEEP-NEW-IMAG-MAX TO DEEP-NEW-IMAG-MIN
               MOVE DEEP-TEMP-SWAP    TO DEEP-NEW-IMAG-MAX
           END-IF

           MOVE DEEP-NEW-REAL-MIN TO DEEP-REAL-SPAN-MIN
           MOVE DEEP-NEW-REAL-MAX TO DEEP-REAL-SPAN-MAX
           MOVE DEEP-NEW-IMAG-MIN TO DEEP-IMAG-SPAN-MIN
           MOVE DEEP-NEW-IMAG-MAX TO DEEP-IMAG-SPAN-MAX

           COMPUTE REAL-SPAN-MIN =
               (DEEP-REAL-SPAN-MIN * SCALE) / DEEP-SCALE
           COMPUTE REAL-SPAN-MAX =
               (DEEP-REAL-SPAN-MAX * SCALE) / DEEP-SCALE
           COMPUTE IMAG-SPAN-MIN =
               (DEEP-IMAG-SPAN-MIN * SCALE) / DEEP-SCALE
           COMPUTE IMAG-SPAN-MAX =
               (DEEP-IMAG-SPAN-MAX * SCALE) / DEEP-SCALE.

      *>> WRITE-STATISTICS-REPORT - a standard control-break style
      *report: one line per iteration bucket that had any pixels
      *escape at it, followed by the interior count and the min/max/
      *average iterator across the frame. called once per frame/band
      *(REPORT-FILENAME is set accordingly by the caller) so a batch
      *run gets one report per frame instead of one report for the
      *whole run that only the last frame's numbers survive in
       WRITE-STATISTICS-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open statistics report, status "
               REPORT-STATUS
           ELSE
               MOVE "BURNING SHIP - ITERATION HISTOGRAM REPORT"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE "ITERATION    ESCAPE-COUNT" TO REPORT-RECORD
               WRITE REPORT-RECORD

               PERFORM VARYING HIST-INDEX FROM 1 BY 1
                   UNTIL HIST-INDEX > MAX-ITERATOR
                   IF HIST-BUCKET(HIST-INDEX) > 0
                       COMPUTE DISP-ITER-NUMBER = HIST-INDEX - 1
                       MOVE HIST-BUCKET(HIST-INDEX)
                           TO DISP-ESCAPE-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING
                           DISP-ITER-NUMBER DELIMITED BY SIZE
                           "            " DELIMITED BY SIZE
                           DISP-ESCAPE-COUNT DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-PERFORM

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE INTERIOR-COUNT TO DISP-INTERIOR-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "INTERIOR POINTS (HIT MAX-ITERATOR): "
                   DELIMITED BY SIZE
                   DISP-INTERIOR-COUNT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE MIN-ITERATOR-SEEN TO DISP-MIN-ITERATOR
               MOVE SPACES TO REPORT-RECORD
               STRING "MINIMUM ITERATOR: " DELIMITED BY SIZE
                   DISP-MIN-ITERATOR DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE MAX-ITERATOR-SEEN TO DISP-MAX-ITER-SEEN
               MOVE SPACES TO REPORT-RECORD
               STRING "MAXIMUM ITERATOR: " DELIMITED BY SIZE
                   DISP-MAX-ITER-SEEN DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE AVG-ITERATOR TO DISP-AVG-ITERATOR
               MOVE SPACES TO REPORT-RECORD
               STRING "AVERAGE ITERATOR: " DELIMITED BY SIZE
                   DISP-AVG-ITERATOR DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD

               CLOSE REPORT-FILE
           END-IF.

      *>> MERGE-BAND-STRIPS - the final step of a split render. A
      *SPANFILE here means the band job steps it is merging were also
      *a batch/zoom-sequence run, so a merged image is due per frame
      *(SET-FRAME-FILENAMES named each band's strips
      *"IMGFILE.Bnnn.Fmmm"), not just once for the whole job; with
      *no SPANFILE this merges
      *the single-frame strips SET-BAND-FILENAMES named "IMGFILE.Bnnn"
      *the same as it always has
       MERGE-BAND-STRIPS.
           DISPLAY "Merging band strips into final image..."
           OPEN INPUT SPAN-FILE
           IF SPAN-STATUS = "00"
               MOVE 1 TO BATCH-MODE-FLAG
               MOVE 0 TO SPAN-EOF-FLAG
               PERFORM UNTIL SPAN-EOF-FLAG = 1
                   READ SPAN-FILE
                       AT END
                           MOVE 1 TO SPAN-EOF-FLAG
                       NOT AT END
                           MOVE SPAN-FRAME-NUMBER TO FRAME-NUMBER
                           PERFORM MERGE-FRAME-STRIPS
                   END-READ
               END-PERFORM
               CLOSE SPAN-FILE
           ELSE
               MOVE 0 TO FRAME-NUMBER
               PERFORM MERGE-FRAME-STRIPS
           END-IF
           DISPLAY "Band merge complete.".

      *>> MERGE-FRAME-STRIPS - merges BAND-COUNT numbered strip files
      *for one frame (FRAME-NUMBER; always 0 outside batch mode) into
      *that frame's own merged IMAGE-FILE
       MERGE-FRAME-STRIPS.
           IF BATCH-MODE-FLAG = 1
               MOVE SPACES TO IMAGE-FILENAME
               STRING "IMGFILE.F" DELIMITED BY SIZE
                   FRAME-NUMBER DELIMITED BY SIZE
                   JOB-QUALIFIER DELIMITED BY SPACE
                   INTO IMAGE-FILENAME
           ELSE
               MOVE SPACES TO IMAGE-FILENAME
               STRING "IMGFILE" DELIMITED BY SIZE
                   JOB-QUALIFIER DELIMITED BY SPACE
                   INTO IMAGE-FILENAME
           END-IF
           OPEN OUTPUT IMAGE-FILE
           IF IMAGE-STATUS NOT = "00"
               DISPLAY "Unable to open merged image file, status "
               IMAGE-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO IMAGE-HEADER-RECORD
           MOVE WIDTH  TO IMG-HDR-WIDTH
           MOVE HEIGHT TO IMG-HDR-HEIGHT
           IF RLE-FLAG = 1
               MOVE "R" TO IMG-HDR-LAYOUT
           END-IF
           WRITE IMAGE-HEADER-RECORD
           MOVE 0 TO MERGE-MISSING-FLAG

           PERFORM VARYING MERGE-INDEX FROM 1 BY 1
               UNTIL MERGE-INDEX > BAND-COUNT
               MOVE SPACES TO STRIP-FILENAME
               IF BATCH-MODE-FLAG = 1
                   STRING "IMGFILE.B" DELIMITED BY SIZE
                       MERGE-INDEX DELIMITED BY SIZE
                       ".F" DELIMITED BY SIZE
                       FRAME-NUMBER DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO STRIP-FILENAME
               ELSE
                   STRING "IMGFILE.B" DELIMITED BY SIZE
                       MERGE-INDEX DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO STRIP-FILENAME
               END-IF
               OPEN INPUT STRIP-FILE
               IF STRIP-STATUS = "00"
                   MOVE 0 TO MERGE-EOF-FLAG
      *>> the first record in every strip file is its own header,
      *skip it - only the pixel records get copied into the merge
                   MOVE 0 TO STRIP-RUN-LEFT
                   READ STRIP-FILE
                       AT END MOVE 1 TO MERGE-EOF-FLAG
                   END-READ
                   IF MERGE-EOF-FLAG = 0
                       PERFORM MERGE-READ-STRIP
                   END-IF
                   PERFORM UNTIL MERGE-EOF-FLAG = 1
                       PERFORM MERGE-WRITE-STRIP-RECORD
                       PERFORM MERGE-READ-STRIP
                   END-PERFORM
                   CLOSE STRIP-FILE
               ELSE
                   DISPLAY "Missing strip file for band "
                   MERGE-INDEX " frame " FRAME-NUMBER
                   MOVE 1 TO MERGE-MISSING-FLAG
               END-IF
           END-PERFORM

           CLOSE IMAGE-FILE
           IF MERGE-MISSING-FLAG = 0
               PERFORM REGISTER-MERGED-FRAME
           END-IF.

      *>> MERGE-READ-STRIP - the next strip record for a merge. a
      *run-length merge copies the strips' records as they stand -
      *a strip's runs never leave its own rows, so they are just as
      *good in the merged frame - while a plain merge expands them
      *one pixel at a time
       MERGE-READ-STRIP.
           IF RLE-FLAG = 1
               READ STRIP-FILE
                   AT END MOVE 1 TO MERGE-EOF-FLAG
               END-READ
           ELSE
               PERFORM READ-STRIP-PIXEL
               IF STRIP-AT-END = 1
                   MOVE 1 TO MERGE-EOF-FLAG
               END-IF
           END-IF.

       MERGE-WRITE-STRIP-RECORD.
           MOVE SPACES TO IMAGE-RECORD
           MOVE STRIP-X TO IMG-X
           MOVE STRIP-Y TO IMG-Y
           MOVE STRIP-R TO IMG-R
           MOVE STRIP-G TO IMG-G
           MOVE STRIP-B TO IMG-B
           IF RLE-FLAG = 1 AND STRIP-RUN-LENGTH IS NUMERIC
               MOVE STRIP-RUN-LENGTH TO IMG-RUN-LENGTH
           END-IF
           WRITE IMAGE-RECORD.

      *>> DENSITY-MERGE-PASS - the final step of a split density
      *render. the band steps each sampled their own rows into a
      *whole-frame table, so the merge adds the tables up rather
      *than stacking strips - once per SPANFILE frame, or once with
      *no SPANFILE, the same as MERGE-BAND-STRIPS
       DENSITY-MERGE-PASS.
           DISPLAY "Adding band density tables into final image..."
           OPEN INPUT SPAN-FILE
           IF SPAN-STATUS = "00"
               MOVE 1 TO BATCH-MODE-FLAG
               MOVE 0 TO SPAN-EOF-FLAG
               PERFORM UNTIL SPAN-EOF-FLAG = 1
                   READ SPAN-FILE
                       AT END
                           MOVE 1 TO SPAN-EOF-FLAG
                       NOT AT END
                           MOVE SPAN-FRAME-NUMBER TO FRAME-NUMBER
                           PERFORM DENSITY-MERGE-FRAME
                   END-READ
               END-PERFORM
               CLOSE SPAN-FILE
           ELSE
               MOVE 0 TO FRAME-NUMBER
               PERFORM DENSITY-MERGE-FRAME
           END-IF
           DISPLAY "Density merge complete.".

      *>> DENSITY-MERGE-FRAME - every band's table for the frame has
      *to be there and complete: a missing band's orbits would be
      *missing from every part of the picture, not just one strip of
      *it, so a short merge writes nothing and leaves the previous
      *merged image alone, and the failure stops the verify after it
       DENSITY-MERGE-FRAME.
           IF BATCH-MODE-FLAG = 1
               MOVE SPACES TO IMAGE-FILENAME
               STRING "IMGFILE.F" DELIMITED BY SIZE
                   FRAME-NUMBER DELIMITED BY SIZE
                   JOB-QUALIFIER DELIMITED BY SPACE
                   INTO IMAGE-FILENAME
           ELSE
               MOVE SPACES TO IMAGE-FILENAME
               STRING "IMGFILE" DELIMITED BY SIZE
                   JOB-QUALIFIER DELIMITED BY SPACE
                   INTO IMAGE-FILENAME
           END-IF
           COMPUTE DENS-CELL-COUNT = WIDTH * HEIGHT
           PERFORM DENS-CLEAR-TABLE
           MOVE 0 TO MERGE-MISSING-FLAG

           PERFORM VARYING MERGE-INDEX FROM 1 BY 1
               UNTIL MERGE-INDEX > BAND-COUNT
               MOVE SPACES TO DENS-FILENAME
               IF BATCH-MODE-FLAG = 1
                   STRING "DENSFILE.B" DELIMITED BY SIZE
                       MERGE-INDEX DELIMITED BY SIZE
                       ".F" DELIMITED BY SIZE
                       FRAME-NUMBER DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO DENS-FILENAME
               ELSE
                   STRING "DENSFILE.B" DELIMITED BY SIZE
                       MERGE-INDEX DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO DENS-FILENAME
               END-IF
               OPEN INPUT DENS-FILE
               IF DENS-STATUS = "00"
                   MOVE 0 TO DENS-EOF-FLAG
                   READ DENS-FILE
                       AT END
                           MOVE 1 TO DENS-EOF-FLAG
                   END-READ
                   IF DENS-EOF-FLAG = 0
                       AND DENS-HDR-STATE = "C"
                       AND DENS-HDR-WIDTH = WIDTH
                       AND DENS-HDR-HEIGHT = HEIGHT
                       PERFORM VARYING DENS-CH FROM 1 BY 1
                           UNTIL DENS-CH > 3
                           ADD DENS-HDR-ESCAPED(DENS-CH)
                               TO DENS-CH-ESCAPED(DENS-CH)
                           ADD DENS-HDR-PLOTTED(DENS-CH)
                               TO DENS-CH-PLOTTED(DENS-CH)
                       END-PERFORM
                       PERFORM DENS-ADD-TABLE-RECORDS
                   ELSE
                       DISPLAY "Density table for band " MERGE-INDEX
                       " frame " FRAME-NUMBER " is not complete"
                       MOVE 1 TO MERGE-MISSING-FLAG
                   END-IF
                   CLOSE DENS-FILE
               ELSE
                   DISPLAY "Missing density table for band "
                   MERGE-INDEX " frame " FRAME-NUMBER
                   MOVE 1 TO MERGE-MISSING-FLAG
               END-IF
           END-PERFORM

           IF MERGE-MISSING-FLAG = 0
               MOVE 0 TO DENS-PAINT-FLAG
               PERFORM DENS-WRITE-IMAGE
               PERFORM REGISTER-MERGED-FRAME
           ELSE
               DISPLAY "Frame " FRAME-NUMBER " not merged - the "
               "previous merged image is left as it was"
               MOVE 1 TO VERIFY-FAILED-FLAG
           END-IF.

      *>> LOAD-REGION-CATALOG - pulls the whole region catalog into
      *the table. a missing catalog just loads as empty, the same way
      *a missing PARMFILE falls back to defaults - but note OPEN INPUT
      *on a missing OPTIONAL file reports 05 with the file OPEN and
      *the first read at EOF, so it still has to be closed or the
      *rewrite in SAVE-REGION-CATALOG finds it already open
       LOAD-REGION-CATALOG.
           MOVE 0 TO REGION-ENTRY-COUNT
           OPEN INPUT REGION-FILE
           IF REGION-STATUS = "00" OR REGION-STATUS = "05"
               MOVE 0 TO REGION-EOF-FLAG
               PERFORM UNTIL REGION-EOF-FLAG = 1
                   READ REGION-FILE
                       AT END
                           MOVE 1 TO REGION-EOF-FLAG
                       NOT AT END
                           IF REGION-ENTRY-COUNT < 200
                               ADD 1 TO REGION-ENTRY-COUNT
                               MOVE REGION-RECORD TO
                                   REGION-ENTRY(REGION-ENTRY-COUNT)
                           ELSE
                               DISPLAY "Region catalog is full - "
                               "entry dropped: " REGION-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-FILE
           END-IF.

      *>> SAVE-REGION-CATALOG - rewrites the catalog file whole from
      *the table, the classic master-file update. OPEN OUTPUT on the
      *OPTIONAL select reports 05 the first time it creates the file
       SAVE-REGION-CATALOG.
           OPEN OUTPUT REGION-FILE
           IF REGION-STATUS NOT = "00" AND REGION-STATUS NOT = "05"
               DISPLAY "Unable to write region catalog, status "
               REGION-STATUS
           ELSE
               PERFORM VARYING REGION-INDEX FROM 1 BY 1
                   UNTIL REGION-INDEX > REGION-ENTRY-COUNT
                   MOVE REGION-ENTRY(REGION-INDEX) TO REGION-RECORD
                   WRITE REGION-RECORD
               END-PERFORM
               CLOSE REGION-FILE
           END-IF.

      *>> FIND-REGION-BY-NAME - the keyed lookup: leaves the slot of
      *REGION-WANTED-NAME in REGION-FOUND-INDEX, 0 when the catalog
      *has no such name
       FIND-REGION-BY-NAME.
           MOVE 0 TO REGION-FOUND-INDEX
           PERFORM VARYING REGION-INDEX FROM 1 BY 1
               UNTIL REGION-INDEX > REGION-ENTRY-COUNT
               IF RT-NAME(REGION-INDEX) = REGION-WANTED-NAME
                   MOVE REGION-INDEX TO REGION-FOUND-INDEX
               END-IF
           END-PERFORM.

      *>> APPLY-REGION-SPANS - swaps the card's span columns for the
      *catalog entry the card named. a miss flags the run invalid -
      *see the note at REGION-LOOKUP-OK
       APPLY-REGION-SPANS.
           PERFORM LOAD-REGION-CATALOG
           MOVE REGION-REQUEST-NAME TO REGION-WANTED-NAME
           PERFORM FIND-REGION-BY-NAME
           IF REGION-FOUND-INDEX > 0
               MOVE RT-REAL-MIN(REGION-FOUND-INDEX) TO REAL-SPAN-MIN
               MOVE RT-REAL-MAX(REGION-FOUND-INDEX) TO REAL-SPAN-MAX
               MOVE RT-IMAG-MIN(REGION-FOUND-INDEX) TO IMAG-SPAN-MIN
               MOVE RT-IMAG-MAX(REGION-FOUND-INDEX) TO IMAG-SPAN-MAX
               DISPLAY "Using catalog region " REGION-REQUEST-NAME
           ELSE
               DISPLAY "Region not in catalog: " REGION-REQUEST-NAME
               MOVE 0 TO REGION-LOOKUP-OK
           END-IF.

      *>> REGION-MAINTENANCE-PASS - the catalog maintenance run mode.
      *walks the RGNMAINT card file one action at a time against the
      *loaded table - A/U add-or-update, D delete, L list - and
      *rewrites the catalog once at the end
       REGION-MAINTENANCE-PASS.
           DISPLAY "Region catalog maintenance..."
           PERFORM LOAD-REGION-CATALOG
           OPEN INPUT RGNM-FILE
           IF RGNM-STATUS NOT = "00"
               DISPLAY "RGNMAINT card file not found, status "
               RGNM-STATUS
           ELSE
               MOVE 0 TO RGNM-EOF-FLAG
               PERFORM UNTIL RGNM-EOF-FLAG = 1
                   READ RGNM-FILE
                       AT END
                           MOVE 1 TO RGNM-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-REGION-MAINT-ACTION
                   END-READ
               END-PERFORM
               CLOSE RGNM-FILE
               PERFORM SAVE-REGION-CATALOG
               DISPLAY "Region catalog maintenance complete"
           END-IF.

       APPLY-REGION-MAINT-ACTION.
           MOVE RGNM-NAME TO REGION-WANTED-NAME
           PERFORM FIND-REGION-BY-NAME
           EVALUATE RGNM-ACTION
               WHEN "A"
               WHEN "U"
                   IF REGION-FOUND-INDEX > 0
                       MOVE RGNM-REAL-MIN
                           TO RT-REAL-MIN(REGION-FOUND-INDEX)
                       MOVE RGNM-REAL-MAX
                           TO RT-REAL-MAX(REGION-FOUND-INDEX)
                       MOVE RGNM-IMAG-MIN
                           TO RT-IMAG-MIN(REGION-FOUND-INDEX)
                       MOVE RGNM-IMAG-MAX
                           TO RT-IMAG-MAX(REGION-FOUND-INDEX)
                       DISPLAY "Updated region " RGNM-NAME
                   ELSE
                       IF REGION-ENTRY-COUNT < 200
                           ADD 1 TO REGION-ENTRY-COUNT
                           MOVE RGNM-NAME
                               TO RT-NAME(REGION-ENTRY-COUNT)
                           MOVE RGNM-REAL-MIN
                               TO RT-REAL-MIN(REGION-ENTRY-COUNT)
                           MOVE RGNM-REAL-MAX
                               TO RT-REAL-MAX(REGION-ENTRY-COUNT)
                           MOVE RGNM-IMAG-MIN
                               TO RT-IMAG-MIN(REGION-ENTRY-COUNT)
                           MOVE RGNM-IMAG-MAX
                               TO RT-IMAG-MAX(REGION-ENTRY-COUNT)
                           DISPLAY "Added region " RGNM-NAME
                       ELSE
                           DISPLAY "Region catalog is full - cannot "
                           "add " RGNM-NAME
                       END-IF
                   END-IF
               WHEN "D"
                   IF REGION-FOUND-INDEX > 0
                       PERFORM VARYING REGION-INDEX
                           FROM REGION-FOUND-INDEX BY 1
                           UNTIL REGION-INDEX >= REGION-ENTRY-COUNT
                           MOVE REGION-ENTRY(REGION-INDEX + 1)
                               TO REGION-ENTRY(REGION-INDEX)
                       END-PERFORM
                       SUBTRACT 1 FROM REGION-ENTRY-COUNT
                       DISPLAY "Deleted region " RGNM-NAME
                   ELSE
                       DISPLAY "Region not in catalog: " RGNM-NAME
                   END-IF
               WHEN "L"
                   PERFORM LIST-REGION-CATALOG
               WHEN OTHER
                   DISPLAY "Unknown maintenance action: " RGNM-ACTION
           END-EVALUATE.

       LIST-REGION-CATALOG.
           DISPLAY "Region catalog - " REGION-ENTRY-COUNT " entries"
           PERFORM VARYING REGION-INDEX FROM 1 BY 1
               UNTIL REGION-INDEX > REGION-ENTRY-COUNT
               MOVE RT-REAL-MIN(REGION-INDEX) TO DISP-REAL-SPAN-MIN
               MOVE RT-REAL-MAX(REGION-INDEX) TO DISP-REAL-SPAN-MAX
               MOVE RT-IMAG-MIN(REGION-INDEX) TO DISP-IMAG-SPAN-MIN
               MOVE RT-IMAG-MAX(REGION-INDEX) TO DISP-IMAG-SPAN-MAX
               DISPLAY RT-NAME(REGION-INDEX)
                   " REAL " DISP-REAL-SPAN-MIN
                   " .. "   DISP-REAL-SPAN-MAX
                   " IMAG " DISP-IMAG-SPAN-MIN
                   " .. "   DISP-IMAG-SPAN-MAX
           END-PERFORM.

      *>> REGION-FINDER-PASS - the interesting-region finder run mode.
      *one pass over ITER-FILENAME fills the cell table, the cells are
      *scored, and the best FINDER-TOP of them are written out ranked
      *to FINDRPT and as "A" records to RGNPROP (both job-qualified).
      *RGNPROP is in the RGNMAINT layout but never RGNMAINT itself, so
      *nothing reaches the catalog until the proposals have been
      *looked over and fed to a maintenance run
       REGION-FINDER-PASS.
           DISPLAY "Scanning iteration data for candidate regions..."
           IF FINDER-GRID = 0
               MOVE 8 TO FINDER-GRID
           END-IF
           IF FINDER-GRID > 16
               MOVE 16 TO FINDER-GRID
           END-IF
           IF FINDER-TOP = 0
               MOVE 5 TO FINDER-TOP
           END-IF
           COMPUTE FINDER-CELLS = FINDER-GRID * FINDER-GRID
           PERFORM FINDER-SCAN-ITER-FILE
           IF FINDER-OK = 1
               PERFORM FINDER-FRAME-SPANS
               PERFORM FINDER-SCORE-CELLS
               PERFORM FINDER-WRITE-PROPOSALS
           END-IF.

      *>> FINDER-SCAN-ITER-FILE - the one pass over the iteration data
       FINDER-SCAN-ITER-FILE.
           MOVE 1 TO FINDER-OK
           PERFORM VARYING FINDER-INDEX FROM 1 BY 1
               UNTIL FINDER-INDEX > 256
               MOVE 0 TO FNC-PIXELS(FINDER-INDEX)
               MOVE 0 TO FNC-ESCAPED(FINDER-INDEX)
               MOVE 0 TO FNC-SUM(FINDER-INDEX)
               MOVE 0 TO FNC-SUM-SQ(FINDER-INDEX)
               MOVE 0 TO FNC-PERIOD-COUNT(FINDER-INDEX)
               MOVE 0 TO FNC-SCORE(FINDER-INDEX)
               MOVE 0 TO FNC-RANKED(FINDER-INDEX)
           END-PERFORM
           OPEN INPUT ITER-FILE
           IF ITER-STATUS NOT = "00"
               DISPLAY "Iteration data file not found - "
               ITER-FILENAME
               MOVE 0 TO FINDER-OK
               IF ITER-STATUS = "05"
                   CLOSE ITER-FILE
               END-IF
           ELSE
               MOVE 0 TO FINDER-EOF-FLAG
               MOVE 0 TO ITER-RUN-LEFT
               READ ITER-FILE
                   AT END MOVE 1 TO FINDER-EOF-FLAG
               END-READ
               IF FINDER-EOF-FLAG = 1
                   OR ITER-HDR-WIDTH IS NOT NUMERIC
                   OR ITER-HDR-HEIGHT IS NOT NUMERIC
                   OR ITER-HDR-MAX-ITER IS NOT NUMERIC
                   DISPLAY "No usable header in " ITER-FILENAME
                   MOVE 0 TO FINDER-OK
               ELSE
                   MOVE ITER-HDR-WIDTH    TO FINDER-WIDTH
                   MOVE ITER-HDR-HEIGHT   TO FINDER-HEIGHT
                   MOVE ITER-HDR-MAX-ITER TO FINDER-MAX-ITER
                   IF FINDER-WIDTH < 2 OR FINDER-HEIGHT < 2
                       OR FINDER-MAX-ITER < 1
                       DISPLAY "Frame too small to search - "
                       ITER-FILENAME
                       MOVE 0 TO FINDER-OK
                   END-IF
               END-IF
               PERFORM UNTIL FINDER-EOF-FLAG = 1 OR FINDER-OK = 0
                   PERFORM READ-ITER-PIXEL
                   IF ITER-AT-END = 1
                       MOVE 1 TO FINDER-EOF-FLAG
                   ELSE
                       PERFORM FINDER-TALLY-ONE-PIXEL
                   END-IF
               END-PERFORM
               CLOSE ITER-FILE
           END-IF.

       FINDER-TALLY-ONE-PIXEL.
           IF ITER-X >= 0 AND ITER-X < FINDER-WIDTH
               AND ITER-Y >= 0 AND ITER-Y < FINDER-HEIGHT
               COMPUTE FINDER-COL =
                   (ITER-X * FINDER-GRID) / FINDER-WIDTH
               COMPUTE FINDER-ROW =
                   (ITER-Y * FINDER-GRID) / FINDER-HEIGHT
               COMPUTE FINDER-INDEX =
                   (FINDER-ROW * FINDER-GRID) + FINDER-COL + 1
               ADD 1 TO FNC-PIXELS(FINDER-INDEX)
               ADD ITER-COUNT TO FNC-SUM(FINDER-INDEX)
               COMPUTE FNC-SUM-SQ(FINDER-INDEX) =
                   FNC-SUM-SQ(FINDER-INDEX)
                   + (ITER-COUNT * ITER-COUNT)
               IF ITER-ESCAPED-FLAG = 1
                   ADD 1 TO FNC-ESCAPED(FINDER-INDEX)
               ELSE
      *>> a period of 0 means none was found, and files archived
      *before the field existed carry spaces there - neither counts
                   IF ITER-PERIOD IS NUMERIC
                       IF ITER-PERIOD > 0
                           PERFORM FINDER-NOTE-PERIOD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FINDER-NOTE-PERIOD.
           MOVE 0 TO FINDER-SEEN-FLAG
           PERFORM VARYING FINDER-P FROM 1 BY 1
               UNTIL FINDER-P > FNC-PERIOD-COUNT(FINDER-INDEX)
               IF FNC-PERIOD(FINDER-INDEX, FINDER-P) = ITER-PERIOD
                   MOVE 1 TO FINDER-SEEN-FLAG
               END-IF
           END-PERFORM
           IF FINDER-SEEN-FLAG = 0
               AND FNC-PERIOD-COUNT(FINDER-INDEX) < 10
               ADD 1 TO FNC-PERIOD-COUNT(FINDER-INDEX)
               MOVE ITER-PERIOD TO FNC-PERIOD(FINDER-INDEX,
                   FNC-PERIOD-COUNT(FINDER-INDEX))
           END-IF.

      *>> FINDER-FRAME-SPANS - the window the iteration data was
      *rendered over. the library knows it for any registered frame
      *(the last entry under this iteration file name and geometry
      *wins, the same rule the render reuse follows); failing that
      *the card's own spans - catalog region included - are taken
      *at their word. the steps are worked out exactly the way
      *COMPUTE-FRAME-STEPS works them out
       FINDER-FRAME-SPANS.
           MOVE REAL-SPAN-MIN TO FINDER-REAL-MIN
           MOVE REAL-SPAN-MAX TO FINDER-REAL-MAX
           MOVE IMAG-SPAN-MIN TO FINDER-IMAG-MIN
           MOVE IMAG-SPAN-MAX TO FINDER-IMAG-MAX
           MOVE "CARD" TO FINDER-SPAN-SOURCE
           OPEN INPUT LIBRARY-FILE
           IF LIB-STATUS = "00" OR LIB-STATUS = "05"
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           IF LIB-ITER-NAME = ITER-FILENAME
                               AND LIB-WIDTH = FINDER-WIDTH
                               AND LIB-HEIGHT = FINDER-HEIGHT
                               MOVE LIB-REAL-MIN TO FINDER-REAL-MIN
                               MOVE LIB-REAL-MAX TO FINDER-REAL-MAX
                               MOVE LIB-IMAG-MIN TO FINDER-IMAG-MIN
                               MOVE LIB-IMAG-MAX TO FINDER-IMAG-MAX
                               MOVE SPACES TO FINDER-SPAN-SOURCE
                               STRING "LIBRARY ENTRY "
                                   DELIMITED BY SIZE
                                   LIB-RENDER-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LIB-RENDER-TIME DELIMITED BY SIZE
                                   INTO FINDER-SPAN-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF
           COMPUTE FINDER-REAL-STEP =
               (FINDER-REAL-MAX - FINDER-REAL-MIN) / (FINDER-WIDTH - 1)
           COMPUTE FINDER-IMAG-STEP =
               (FINDER-IMAG-MAX - FINDER-IMAG-MIN)
               / (FINDER-HEIGHT - 1).

      *>> FINDER-SCORE-CELLS - the three 0-1000 counts per cell. the
      *standard deviation can reach at most half of MAX-ITERATOR, so
      *it is doubled before it is put against MAX-ITERATOR
       FINDER-SCORE-CELLS.
           PERFORM VARYING FINDER-INDEX FROM 1 BY 1
               UNTIL FINDER-INDEX > FINDER-CELLS
               IF FNC-PIXELS(FINDER-INDEX) > 0
                   COMPUTE FINDER-MEAN = FNC-SUM(FINDER-INDEX)
                       / FNC-PIXELS(FINDER-INDEX)
                   COMPUTE FINDER-VARIANCE =
                       (FNC-SUM-SQ(FINDER-INDEX)
                       / FNC-PIXELS(FINDER-INDEX))
                       - (FINDER-MEAN * FINDER-MEAN)
                   IF FINDER-VARIANCE < 0
                       MOVE 0 TO FINDER-VARIANCE
                   END-IF
                   COMPUTE FINDER-STD-DEV =
                       FUNCTION SQRT(FINDER-VARIANCE)
                   COMPUTE FNC-SPREAD(FINDER-INDEX) =
                       (FINDER-STD-DEV * 2000) / FINDER-MAX-ITER
                   IF FNC-SPREAD(FINDER-INDEX) > 1000
                       MOVE 1000 TO FNC-SPREAD(FINDER-INDEX)
                   END-IF
                   COMPUTE FNC-MIX(FINDER-INDEX) =
                       (4000 * FNC-ESCAPED(FINDER-INDEX)
                       * (FNC-PIXELS(FINDER-INDEX)
                       - FNC-ESCAPED(FINDER-INDEX)))
                       / (FNC-PIXELS(FINDER-INDEX)
                       * FNC-PIXELS(FINDER-INDEX))
                   COMPUTE FNC-PERIODS(FINDER-INDEX) =
                       FNC-PERIOD-COUNT(FINDER-INDEX) * 100
                   COMPUTE FNC-SCORE(FINDER-INDEX) =
                       FNC-SPREAD(FINDER-INDEX)
                       + FNC-MIX(FINDER-INDEX)
                       + FNC-PERIODS(FINDER-INDEX)
               END-IF
           END-PERFORM.

      *>> FINDER-WRITE-PROPOSALS - picks the best unranked cell
      *FINDER-TOP times over (a cell scoring nothing is never
      *proposed) and writes each to the report and the proposal file
       FINDER-WRITE-PROPOSALS.
           MOVE SPACES TO REPORT-FILENAME
           STRING "FINDRPT" DELIMITED BY SIZE
               JOB-QUALIFIER DELIMITED BY SPACE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open finder report, status "
               REPORT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO RGNM-FILENAME
           STRING "RGNPROP" DELIMITED BY SIZE
               JOB-QUALIFIER DELIMITED BY SPACE
               INTO RGNM-FILENAME
           OPEN OUTPUT RGNM-FILE
           IF RGNM-STATUS NOT = "00" AND RGNM-STATUS NOT = "05"
               DISPLAY "Unable to open region proposal file, status "
               RGNM-STATUS
               STOP RUN
           END-IF
           PERFORM LOAD-REGION-CATALOG
           MOVE 0 TO FINDER-NAME-SEQ
           MOVE 0 TO FINDER-PROPOSED
           PERFORM WRITE-FINDER-HEADER

           PERFORM VARYING FINDER-RANK FROM 1 BY 1
               UNTIL FINDER-RANK > FINDER-TOP
               MOVE 0 TO FINDER-BEST-INDEX
               MOVE 0 TO FINDER-BEST-SCORE
               PERFORM VARYING FINDER-INDEX FROM 1 BY 1
                   UNTIL FINDER-INDEX > FINDER-CELLS
                   IF FNC-RANKED(FINDER-INDEX) = 0
                       AND FNC-SCORE(FINDER-INDEX) > FINDER-BEST-SCORE
                       MOVE FINDER-INDEX TO FINDER-BEST-INDEX
                       MOVE FNC-SCORE(FINDER-INDEX)
                           TO FINDER-BEST-SCORE
                   END-IF
               END-PERFORM
               IF FINDER-BEST-INDEX > 0
                   MOVE 1 TO FNC-RANKED(FINDER-BEST-INDEX)
                   PERFORM FINDER-PROPOSE-CELL
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FINDER-PROPOSED TO DISP-FINDER-RANK
           MOVE SPACES TO REPORT-RECORD
           STRING "REGIONS PROPOSED: " DELIMITED BY SIZE
               DISP-FINDER-RANK DELIMITED BY SIZE
               "  IN " DELIMITED BY SIZE
               RGNM-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           CLOSE RGNM-FILE
           MOVE "RGNMAINT" TO RGNM-FILENAME
           DISPLAY "Region finder complete - " DISP-FINDER-RANK
           " proposed, see " REPORT-FILENAME.

       WRITE-FINDER-HEADER.
           MOVE "INTERESTING REGION FINDER REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ITERATION FILE: " DELIMITED BY SIZE
               ITER-FILENAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FINDER-WIDTH    TO DISP-WIDTH
           MOVE FINDER-HEIGHT   TO DISP-HEIGHT
           MOVE FINDER-MAX-ITER TO DISP-MAX-ITERATOR
           MOVE FINDER-GRID     TO DISP-FINDER-COL
           MOVE SPACES TO REPORT-RECORD
           STRING "FRAME " DELIMITED BY SIZE
               DISP-WIDTH DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               DISP-HEIGHT DELIMITED BY SIZE
               "  MAX-ITER " DELIMITED BY SIZE
               DISP-MAX-ITERATOR DELIMITED BY SIZE
               "  GRID " DELIMITED BY SIZE
               DISP-FINDER-COL DELIMITED BY SIZE
               " X " DELIMITED BY SIZE
               DISP-FINDER-COL DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "SPANS FROM " DELIMITED BY SIZE
               FINDER-SPAN-SOURCE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FINDER-REAL-MIN TO DISP-FINDER-SPAN-A
           MOVE FINDER-REAL-MAX TO DISP-FINDER-SPAN-B
           MOVE FINDER-IMAG-MIN TO DISP-FINDER-SPAN-C
           MOVE FINDER-IMAG-MAX TO DISP-FINDER-SPAN-D
           MOVE SPACES TO REPORT-RECORD
           STRING "REAL " DELIMITED BY SIZE
               DISP-FINDER-SPAN-A DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               DISP-FINDER-SPAN-B DELIMITED BY SIZE
               "  IMAG " DELIMITED BY SIZE
               DISP-FINDER-SPAN-C DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               DISP-FINDER-SPAN-D DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RANK NAME     COL ROW SCORE SPREAD  MIX "
               DELIMITED BY SIZE
               "PERIODS    PIXELS" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *>> FINDER-PROPOSE-CELL - one ranked cell: its pixel bounds
      *(the same cut FINDER-TALLY-ONE-PIXEL made, rounded up at both
      *edges), its spans, a free name, and the two output lines
       FINDER-PROPOSE-CELL.
           COMPUTE FINDER-ROW = (FINDER-BEST-INDEX - 1) / FINDER-GRID
           COMPUTE FINDER-COL = FINDER-BEST-INDEX - 1
               - (FINDER-ROW * FINDER-GRID)
           COMPUTE FINDER-X1 = ((FINDER-COL * FINDER-WIDTH)
               + FINDER-GRID - 1) / FINDER-GRID
           COMPUTE FINDER-X2 = ((((FINDER-COL + 1) * FINDER-WIDTH)
               + FINDER-GRID - 1) / FINDER-GRID) - 1
           COMPUTE FINDER-Y1 = ((FINDER-ROW * FINDER-HEIGHT)
               + FINDER-GRID - 1) / FINDER-GRID
           COMPUTE FINDER-Y2 = ((((FINDER-ROW + 1) * FINDER-HEIGHT)
               + FINDER-GRID - 1) / FINDER-GRID) - 1

           PERFORM FINDER-NEXT-FREE-NAME
           MOVE FINDER-RANK TO DISP-FINDER-RANK
           MOVE FINDER-COL  TO DISP-FINDER-COL
           MOVE FINDER-ROW  TO DISP-FINDER-ROW
           MOVE FNC-SCORE(FINDER-BEST-INDEX)   TO DISP-FINDER-SCORE
           MOVE FNC-SPREAD(FINDER-BEST-INDEX)  TO DISP-FINDER-SPREAD
           MOVE FNC-MIX(FINDER-BEST-INDEX)     TO DISP-FINDER-MIX
           MOVE FNC-PERIOD-COUNT(FINDER-BEST-INDEX)
               TO DISP-FINDER-PERIODS
           MOVE FNC-PIXELS(FINDER-BEST-INDEX)  TO DISP-FINDER-PIXELS
           MOVE SPACES TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               DISP-FINDER-RANK DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FINDER-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DISP-FINDER-COL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DISP-FINDER-ROW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DISP-FINDER-SCORE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               DISP-FINDER-SPREAD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-FINDER-MIX DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               DISP-FINDER-PERIODS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-FINDER-PIXELS DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO RGNM-RECORD
           MOVE "A" TO RGNM-ACTION
           MOVE FINDER-NAME TO RGNM-NAME
           COMPUTE RGNM-REAL-MIN =
               FINDER-REAL-MIN + (FINDER-X1 * FINDER-REAL-STEP)
           COMPUTE RGNM-REAL-MAX =
               FINDER-REAL-MIN + (FINDER-X2 * FINDER-REAL-STEP)
           COMPUTE RGNM-IMAG-MIN =
               FINDER-IMAG-MIN + (FINDER-Y1 * FINDER-IMAG-STEP)
           COMPUTE RGNM-IMAG-MAX =
               FINDER-IMAG-MIN + (FINDER-Y2 * FINDER-IMAG-STEP)
           MOVE RGNM-REAL-MIN TO DISP-FINDER-SPAN-A
           MOVE RGNM-REAL-MAX TO DISP-FINDER-SPAN-B
           MOVE RGNM-IMAG-MIN TO DISP-FINDER-SPAN-C
           MOVE RGNM-IMAG-MAX TO DISP-FINDER-SPAN-D
           IF FINDER-NAME NOT = SPACES
               WRITE RGNM-RECORD
               ADD 1 TO FINDER-PROPOSED
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "        REAL " DELIMITED BY SIZE
               DISP-FINDER-SPAN-A DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               DISP-FINDER-SPAN-B DELIMITED BY SIZE
               "  IMAG " DELIMITED BY SIZE
               DISP-FINDER-SPAN-C DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               DISP-FINDER-SPAN-D DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF FINDER-NAME = SPACES
               MOVE "        NO FREE NAME LEFT - NOT PROPOSED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>> FINDER-NEXT-FREE-NAME - "AR" + MMDD of the run + the next
      *two-digit sequence number the catalog does not already hold.
      *the sequence only climbs, so one run never proposes a name
      *twice; past 99 there is nothing left and the name is blank
       FINDER-NEXT-FREE-NAME.
           MOVE SPACES TO FINDER-NAME
           MOVE 1 TO REGION-FOUND-INDEX
           PERFORM UNTIL REGION-FOUND-INDEX = 0
               OR FINDER-NAME-SEQ >= 99
               ADD 1 TO FINDER-NAME-SEQ
               MOVE FINDER-NAME-SEQ TO DISP-FINDER-SEQ
               MOVE SPACES TO REGION-WANTED-NAME
               STRING "AR" DELIMITED BY SIZE
                   RUN-START-DATE(5:4) DELIMITED BY SIZE
                   DISP-FINDER-SEQ DELIMITED BY SIZE
                   INTO REGION-WANTED-NAME
               PERFORM FIND-REGION-BY-NAME
           END-PERFORM
           IF REGION-FOUND-INDEX = 0
               MOVE REGION-WANTED-NAME TO FINDER-NAME
           END-IF.

      *>> OFFER-REGION-SAVE - the end of an attended click-to-zoom
      *session. shows the final spans RECOMPUTE-SPANS-FROM-CLICK
      *left behind and lets the operator bank them in the catalog
      *under a name instead of re-hunting the window by eye next week
       OFFER-REGION-SAVE.
           MOVE REAL-SPAN-MIN TO DISP-REAL-SPAN-MIN
           MOVE REAL-SPAN-MAX TO DISP-REAL-SPAN-MAX
           MOVE IMAG-SPAN-MIN TO DISP-IMAG-SPAN-MIN
           MOVE IMAG-SPAN-MAX TO DISP-IMAG-SPAN-MAX
           DISPLAY "Final zoomed window:"
           DISPLAY "  REAL " DISP-REAL-SPAN-MIN
               " .. " DISP-REAL-SPAN-MAX
           DISPLAY "  IMAG " DISP-IMAG-SPAN-MIN
               " .. " DISP-IMAG-SPAN-MAX
           DISPLAY "Region name to save it under (blank skips):"
           MOVE SPACES TO REGION-SAVE-NAME
           ACCEPT REGION-SAVE-NAME
           IF REGION-SAVE-NAME NOT = SPACES
               PERFORM LOAD-REGION-CATALOG
               MOVE REGION-SAVE-NAME TO REGION-WANTED-NAME
               PERFORM FIND-REGION-BY-NAME
               IF REGION-FOUND-INDEX = 0
                   IF REGION-ENTRY-COUNT < 200
                       ADD 1 TO REGION-ENTRY-COUNT
                       MOVE REGION-ENTRY-COUNT TO REGION-FOUND-INDEX
                       MOVE REGION-SAVE-NAME
                           TO RT-NAME(REGION-FOUND-INDEX)
                   ELSE
                       DISPLAY "Region catalog is full - not saved"
                   END-IF
               END-IF
               IF REGION-FOUND-INDEX > 0
                   MOVE REAL-SPAN-MIN
                       TO RT-REAL-MIN(REGION-FOUND-INDEX)
                   MOVE REAL-SPAN-MAX
                       TO RT-REAL-MAX(REGION-FOUND-INDEX)
                   MOVE IMAG-SPAN-MIN
                       TO RT-IMAG-MIN(REGION-FOUND-INDEX)
                   MOVE IMAG-SPAN-MAX
                       TO RT-IMAG-MAX(REGION-FOUND-INDEX)
                   PERFORM SAVE-REGION-CATALOG
                   DISPLAY "Saved region " REGION-SAVE-NAME
               END-IF
           END-IF.

      *>> GENERATE-SPAN-SEQUENCE - the zoom-sequence generator run
      *mode. looks the start and end windows up in the region catalog
      *by name (the same REGION-RECORD entries APPLY-REGION-SPANS
      *uses), solves the per-frame geometric shrink ratio per axis,
      *and writes one SPAN-RECORD per frame. the first frame is the
      *start region and the last is forced to the end region exactly,
      *so ratio rounding never leaves the descent a hair away from
      *the catalog window it was asked to land on
       GENERATE-SPAN-SEQUENCE.
           DISPLAY "Generating zoom sequence SPANFILE..."
           IF SEQ-FRAME-COUNT < 2 OR SEQ-FRAME-COUNT > 999
               DISPLAY "SEQ-FRAME-COUNT must be 2 through 999"
               STOP RUN
           END-IF
           IF SEQ-START-REGION = SPACES OR SEQ-END-REGION = SPACES
               DISPLAY "Both sequence region names must be on the "
               "card"
               STOP RUN
           END-IF
           PERFORM LOAD-REGION-CATALOG
           MOVE SEQ-START-REGION TO REGION-WANTED-NAME
           PERFORM FIND-REGION-BY-NAME
           IF REGION-FOUND-INDEX = 0
               DISPLAY "Region not in catalog: " SEQ-START-REGION
               STOP RUN
           END-IF
           MOVE RT-REAL-MIN(REGION-FOUND-INDEX) TO SEQ-START-REAL-MIN
           MOVE RT-REAL-MAX(REGION-FOUND-INDEX) TO SEQ-START-REAL-MAX
           MOVE RT-IMAG-MIN(REGION-FOUND-INDEX) TO SEQ-START-IMAG-MIN
           MOVE RT-IMAG-MAX(REGION-FOUND-INDEX) TO SEQ-START-IMAG-MAX
           MOVE SEQ-END-REGION TO REGION-WANTED-NAME
           PERFORM FIND-REGION-BY-NAME
           IF REGION-FOUND-INDEX = 0
               DISPLAY "Region not in catalog: " SEQ-END-REGION
               STOP RUN
           END-IF
           MOVE RT-REAL-MIN(REGION-FOUND-INDEX) TO SEQ-END-REAL-MIN
           MOVE RT-REAL-MAX(REGION-FOUND-INDEX) TO SEQ-END-REAL-MAX
           MOVE RT-IMAG-MIN(REGION-FOUND-INDEX) TO SEQ-END-IMAG-MIN
           MOVE RT-IMAG-MAX(REGION-FOUND-INDEX) TO SEQ-END-IMAG-MAX

           COMPUTE SEQ-START-R-WIDTH =
               SEQ-START-REAL-MAX - SEQ-START-REAL-MIN
           COMPUTE SEQ-START-I-WIDTH =
               SEQ-START-IMAG-MAX - SEQ-START-IMAG-MIN
           COMPUTE SEQ-END-R-WIDTH =
               SEQ-END-REAL-MAX - SEQ-END-REAL-MIN
           COMPUTE SEQ-END-I-WIDTH =
               SEQ-END-IMAG-MAX - SEQ-END-IMAG-MIN
           IF SEQ-START-R-WIDTH <= 0 OR SEQ-START-I-WIDTH <= 0
               OR SEQ-END-R-WIDTH <= 0 OR SEQ-END-I-WIDTH <= 0
               DISPLAY "A sequence region has an inverted or empty "
               "span - fix the catalog entry first"
               STOP RUN
           END-IF
           COMPUTE SEQ-START-R-CENTER =
               (SEQ-START-REAL-MIN + SEQ-START-REAL-MAX) / 2
           COMPUTE SEQ-START-I-CENTER =
               (SEQ-START-IMAG-MIN + SEQ-START-IMAG-MAX) / 2
           COMPUTE SEQ-END-R-CENTER =
               (SEQ-END-REAL-MIN + SEQ-END-REAL-MAX) / 2
           COMPUTE SEQ-END-I-CENTER =
               (SEQ-END-IMAG-MIN + SEQ-END-IMAG-MAX) / 2

           MOVE SEQ-START-R-WIDTH TO SEQ-W0
           MOVE SEQ-END-R-WIDTH   TO SEQ-W1
           PERFORM SOLVE-GEOMETRIC-RATIO
           MOVE SEQ-RATIO TO SEQ-REAL-RATIO
           MOVE SEQ-START-I-WIDTH TO SEQ-W0
           MOVE SEQ-END-I-WIDTH   TO SEQ-W1
           PERFORM SOLVE-GEOMETRIC-RATIO
           MOVE SEQ-RATIO TO SEQ-IMAG-RATIO

      *>> OPEN OUTPUT on the OPTIONAL select reports 05 the first
      *time it creates the file, same as the region catalog save
           OPEN OUTPUT SPAN-FILE
           IF SPAN-STATUS NOT = "00" AND SPAN-STATUS NOT = "05"
               DISPLAY "Unable to write SPANFILE, status " SPAN-STATUS
               STOP RUN
           END-IF
           MOVE SEQ-START-R-WIDTH TO SEQ-CUR-R-WIDTH
           MOVE SEQ-START-I-WIDTH TO SEQ-CUR-I-WIDTH
           PERFORM VARYING SEQ-FRAME-INDEX FROM 0 BY 1
               UNTIL SEQ-FRAME-INDEX >= SEQ-FRAME-COUNT
               PERFORM WRITE-ONE-SEQUENCE-SPAN
           END-PERFORM
           CLOSE SPAN-FILE
           MOVE SEQ-FRAME-COUNT TO DISP-ITER-NUMBER
           DISPLAY "SPANFILE written - " DISP-ITER-NUMBER " frames".

      *>> WRITE-ONE-SEQUENCE-SPAN - one frame of the descent. the
      *width shrinks by the solved ratio each frame; the center rides
      *along in proportion to how much of the zoom is done, so the
      *on-screen drift toward the end window matches the zoom speed
      *instead of racing ahead of it or trailing behind it
       WRITE-ONE-SEQUENCE-SPAN.
           IF SEQ-FRAME-INDEX > 0
               COMPUTE SEQ-CUR-R-WIDTH =
                   (SEQ-CUR-R-WIDTH * SEQ-REAL-RATIO)
                   / SEQ-RATIO-SCALE
               COMPUTE SEQ-CUR-I-WIDTH =
                   (SEQ-CUR-I-WIDTH * SEQ-IMAG-RATIO)
                   / SEQ-RATIO-SCALE
           END-IF
      *>> a window can only collapse so far before the zoned span
      *columns stop telling min from max - hold it at two units
           IF SEQ-CUR-R-WIDTH < 2
               MOVE 2 TO SEQ-CUR-R-WIDTH
           END-IF
           IF SEQ-CUR-I-WIDTH < 2
               MOVE 2 TO SEQ-CUR-I-WIDTH
           END-IF

           IF SEQ-START-R-WIDTH NOT = SEQ-END-R-WIDTH
               COMPUTE SEQ-CUR-R-CENTER = SEQ-END-R-CENTER
                   + ((SEQ-START-R-CENTER - SEQ-END-R-CENTER)
                   * (SEQ-CUR-R-WIDTH - SEQ-END-R-WIDTH))
                   / (SEQ-START-R-WIDTH - SEQ-END-R-WIDTH)
           ELSE
               COMPUTE SEQ-CUR-R-CENTER = SEQ-START-R-CENTER
                   + ((SEQ-END-R-CENTER - SEQ-START-R-CENTER)
                   * SEQ-FRAME-INDEX) / (SEQ-FRAME-COUNT - 1)
           END-IF
           IF SEQ-START-I-WIDTH NOT = SEQ-END-I-WIDTH
               COMPUTE SEQ-CUR-I-CENTER = SEQ-END-I-CENTER
                   + ((SEQ-START-I-CENTER - SEQ-END-I-CENTER)
                   * (SEQ-CUR-I-WIDTH - SEQ-END-I-WIDTH))
                   / (SEQ-START-I-WIDTH - SEQ-END-I-WIDTH)
           ELSE
               COMPUTE SEQ-CUR-I-CENTER = SEQ-START-I-CENTER
                   + ((SEQ-END-I-CENTER - SEQ-START-I-CENTER)
                   * SEQ-FRAME-INDEX) / (SEQ-FRAME-COUNT - 1)
           END-IF

           COMPUTE SPAN-FRAME-NUMBER = SEQ-FRAME-INDEX + 1
           IF SEQ-FRAME-INDEX = SEQ-FRAME-COUNT - 1
               MOVE SEQ-END-REAL-MIN TO SPAN-REAL-SPAN-MIN
               MOVE SEQ-END-REAL-MAX TO SPAN-REAL-SPAN-MAX
               MOVE SEQ-END-IMAG-MIN TO SPAN-IMAG-SPAN-MIN
               MOVE SEQ-END-IMAG-MAX TO SPAN-IMAG-SPAN-MAX
           ELSE
               COMPUTE SEQ-CUR-HALF = SEQ-CUR-R-WIDTH / 2
               COMPUTE SPAN-REAL-SPAN-MIN =
                   SEQ-CUR-R-CENTER - SEQ-CUR-HALF
               COMPUTE SPAN-REAL-SPAN-MAX =
                   SEQ-CUR-R-CENTER - SEQ-CUR-HALF + SEQ-CUR-R-WIDTH
               COMPUTE SEQ-CUR-HALF = SEQ-CUR-I-WIDTH / 2
               COMPUTE SPAN-IMAG-SPAN-MIN =
                   SEQ-CUR-I-CENTER - SEQ-CUR-HALF
               COMPUTE SPAN-IMAG-SPAN-MAX =
                   SEQ-CUR-I-CENTER - SEQ-CUR-HALF + SEQ-CUR-I-WIDTH
           END-IF
           WRITE SPAN-RECORD.

      *>> SOLVE-GEOMETRIC-RATIO - finds the per-frame ratio R, scaled
      *by SEQ-RATIO-SCALE, with R to the (frame count - 1) power equal
      *to SEQ-W1 / SEQ-W0, by binary search on the scaled integer -
      *no floating point needed for a once-per-card solve. the probe
      *power saturates at SEQ-POW-CAP so a wildly wrong probe can
      *never overflow the intermediates, and the search hunts for the
      *crossover just the same
       SOLVE-GEOMETRIC-RATIO.
           COMPUTE SEQ-STEP-COUNT = SEQ-FRAME-COUNT - 1
           IF SEQ-W0 = SEQ-W1
               MOVE SEQ-RATIO-SCALE TO SEQ-RATIO
           ELSE
               COMPUTE SEQ-POW-TARGET =
                   (SEQ-W1 * SEQ-RATIO-SCALE) / SEQ-W0
               IF SEQ-POW-TARGET > SEQ-POW-CAP
                   MOVE SEQ-POW-CAP TO SEQ-POW-TARGET
               END-IF
               MOVE 1 TO SEQ-RATIO-LO
      *>> a thousandfold zoom-out per frame is already absurd - the
      *cap keeps the probe multiply comfortably inside 18 digits
               COMPUTE SEQ-RATIO-HI =
                   SEQ-POW-TARGET + SEQ-RATIO-SCALE
               IF SEQ-RATIO-HI > 1000000000
                   MOVE 1000000000 TO SEQ-RATIO-HI
               END-IF
               PERFORM UNTIL SEQ-RATIO-LO + 1 >= SEQ-RATIO-HI
                   COMPUTE SEQ-RATIO-MID =
                       (SEQ-RATIO-LO + SEQ-RATIO-HI) / 2
                   PERFORM RAISE-RATIO-POWER
                   IF SEQ-POW > SEQ-POW-TARGET
                       MOVE SEQ-RATIO-MID TO SEQ-RATIO-HI
                   ELSE
                       MOVE SEQ-RATIO-MID TO SEQ-RATIO-LO
                   END-IF
               END-PERFORM
               MOVE SEQ-RATIO-LO TO SEQ-RATIO
           END-IF.

       RAISE-RATIO-POWER.
           MOVE SEQ-RATIO-SCALE TO SEQ-POW
           PERFORM VARYING SEQ-POW-INDEX FROM 1 BY 1
               UNTIL SEQ-POW-INDEX > SEQ-STEP-COUNT
               COMPUTE SEQ-POW =
                   (SEQ-POW * SEQ-RATIO-MID) / SEQ-RATIO-SCALE
               IF SEQ-POW > SEQ-POW-CAP
                   MOVE SEQ-POW-CAP TO SEQ-POW
               END-IF
           END-PERFORM.

      *>> REGISTER-LIBRARY-ENTRY - appends one line to the render
      *library master file for the frame RENDER-FRAME just finished.
      *same OPEN EXTEND / status-35 create fallback as the audit log
       REGISTER-LIBRARY-ENTRY.
           OPEN EXTEND LIBRARY-FILE
           IF LIB-STATUS = "35"
               OPEN OUTPUT LIBRARY-FILE
           END-IF
           IF LIB-STATUS NOT = "00" AND LIB-STATUS NOT = "05"
               DISPLAY "Unable to open render library, status "
               LIB-STATUS
           ELSE
               MOVE SPACES TO LIBRARY-RECORD
               ACCEPT LIB-RENDER-DATE FROM DATE YYYYMMDD
               ACCEPT LIB-RENDER-TIME FROM TIME
               MOVE REAL-SPAN-MIN     TO LIB-REAL-MIN
               MOVE REAL-SPAN-MAX     TO LIB-REAL-MAX
               MOVE IMAG-SPAN-MIN     TO LIB-IMAG-MIN
               MOVE IMAG-SPAN-MAX     TO LIB-IMAG-MAX
               MOVE FORMULA-NAME-TEXT TO LIB-FORMULA-NAME
               MOVE MAX-ITERATOR      TO LIB-MAX-ITER
               MOVE PALETTE-MODE      TO LIB-PALETTE
               MOVE SAMPLE-FACTOR     TO LIB-SAMPLES
               MOVE IMAGE-FILENAME    TO LIB-IMAGE-NAME
               MOVE ITER-FILENAME     TO LIB-ITER-NAME
      *>> a zoomed deep frame's exact window lives only in the deep
      *spans - the card-scale mirror on file would not reproduce it -
      *and an adaptive frame is one sample per pixel whatever the
      *card asked for, so both are kept out of reuse (Z and A) along
      *with strips, tiles, merged frames (M) and orbit-density
      *frames (D), which share nothing with an escape-time render of
      *the same window
               EVALUATE TRUE
                   WHEN DENS-FLAG = 1
                       MOVE "D" TO LIB-FRAME-KIND
                   WHEN MERGE-REGISTER-FLAG = 1
                       MOVE "M" TO LIB-FRAME-KIND
                   WHEN LARGE-FLAG = 1
                       MOVE "T" TO LIB-FRAME-KIND
                   WHEN BAND-ID > 0 OR BAND-START-ROW > 0
                       OR BAND-END-ROW < HEIGHT - 1
                       MOVE "B" TO LIB-FRAME-KIND
                   WHEN PRECISION-MODE = 1 AND CACHE-ZOOMED-FLAG = 1
                       MOVE "Z" TO LIB-FRAME-KIND
                   WHEN ADAPT-ACTIVE-FLAG = 1 AND SAMPLE-FACTOR > 1
                       MOVE "A" TO LIB-FRAME-KIND
                   WHEN OTHER
                       MOVE "F" TO LIB-FRAME-KIND
               END-EVALUATE
               MOVE WIDTH             TO LIB-WIDTH
               MOVE HEIGHT            TO LIB-HEIGHT
               MOVE SCALE             TO LIB-SCALE
               MOVE BAILOUT           TO LIB-BAILOUT
               MOVE PRECISION-MODE    TO LIB-PRECISION
               MOVE SMOOTH-FLAG       TO LIB-SMOOTH
               MOVE JULIA-SEED-REAL   TO LIB-JULIA-REAL
               MOVE JULIA-SEED-IMAG   TO LIB-JULIA-IMAG
               MOVE REQUESTER-ID      TO LIB-REQUESTER-ID
               MOVE COST-CENTRE       TO LIB-COST-CENTRE
               PERFORM REGISTER-LIBRARY-SUMS
               WRITE LIBRARY-RECORD
               CLOSE LIBRARY-FILE
           END-IF.

      *>> FIND-CACHED-RENDER - searches RENDRLIB for a whole frame
      *this render would only repeat. only a whole-frame render of the
      *ordinary kind is looked up - a band strip, a tiled frame or a
      *card carrying NO-CACHE-FLAG always computes
       FIND-CACHED-RENDER.
           MOVE 0 TO CACHE-FOUND-FLAG
           MOVE 0 TO CACHE-HIT-FLAG
           IF NO-CACHE-FLAG = 0 AND LARGE-FLAG = 0
               AND BAND-ID = 0 AND BAND-START-ROW = 0
               AND BAND-END-ROW = HEIGHT - 1
               OPEN INPUT LIBRARY-FILE
               IF LIB-STATUS = "00" OR LIB-STATUS = "05"
                   MOVE 0 TO LIB-EOF-FLAG
                   PERFORM UNTIL LIB-EOF-FLAG = 1
                       READ LIBRARY-FILE
                           AT END
                               MOVE 1 TO LIB-EOF-FLAG
                           NOT AT END
                               PERFORM CHECK-CACHE-CANDIDATE
                       END-READ
                   END-PERFORM
                   CLOSE LIBRARY-FILE
               END-IF
               IF CACHE-FOUND-FLAG = 1
                   PERFORM CHECK-CACHE-FILES
               END-IF
           END-IF.

      *>> CHECK-CACHE-CANDIDATE - one library entry. any later entry
      *registered under the candidate's iteration file name means that
      *file has since been written over, and one under its image name
      *means the image has - the candidate then goes, or drops to a
      *recolor, before the entry itself is tested as a candidate
       CHECK-CACHE-CANDIDATE.
           IF CACHE-FOUND-FLAG = 1
               IF LIB-ITER-NAME = CACHE-LIB-ITER
                   MOVE 0 TO CACHE-FOUND-FLAG
               END-IF
               IF LIB-IMAGE-NAME = CACHE-LIB-IMAGE
                   MOVE 0 TO CACHE-IMAGE-OK
               END-IF
           END-IF
           IF LIB-FRAME-KIND = "F"
               IF LIB-WIDTH = WIDTH
                   AND LIB-HEIGHT = HEIGHT
                   AND LIB-REAL-MIN = REAL-SPAN-MIN
                   AND LIB-REAL-MAX = REAL-SPAN-MAX
                   AND LIB-IMAG-MIN = IMAG-SPAN-MIN
                   AND LIB-IMAG-MAX = IMAG-SPAN-MAX
                   AND LIB-FORMULA-NAME = FORMULA-NAME-TEXT
                   AND LIB-MAX-ITER = MAX-ITERATOR
                   AND LIB-SAMPLES = SAMPLE-FACTOR
                   AND LIB-SCALE = SCALE
                   AND LIB-BAILOUT = BAILOUT
                   AND LIB-PRECISION = PRECISION-MODE
                   AND (FORMULA-MODE NOT = 4
                       OR (LIB-JULIA-REAL = JULIA-SEED-REAL
                       AND LIB-JULIA-IMAG = JULIA-SEED-IMAG))
                   MOVE 1 TO CACHE-FOUND-FLAG
                   MOVE 1 TO CACHE-IMAGE-OK
                   MOVE LIB-RENDER-DATE TO CACHE-LIB-DATE
                   MOVE LIB-RENDER-TIME TO CACHE-LIB-TIME
                   MOVE LIB-IMAGE-NAME  TO CACHE-LIB-IMAGE
                   MOVE LIB-ITER-NAME   TO CACHE-LIB-ITER
                   MOVE LIB-PALETTE     TO CACHE-LIB-PALETTE
                   MOVE LIB-SMOOTH      TO CACHE-LIB-SMOOTH
                   MOVE LIB-IMG-SUMS    TO CACHE-LIB-IMG-SUMS
                   MOVE LIB-ITER-SUMS   TO CACHE-LIB-ITER-SUMS
               END-IF
           END-IF.

      *>> CHECK-CACHE-FILES - the winning entry's files must still be
      *on disk and no newer than the entry (a recolor run or a band
      *merge rewrites IMGFILE without registering anything) and
      *must still match the entry's sums, if it has any. then the
      *reuse mode: a straight copy when the look matches too,
      *a recolor when only palette or smoothing differ and the frame
      *is one sample per pixel, otherwise no reuse at all
       CHECK-CACHE-FILES.
           COMPUTE CACHE-LIB-STAMP =
               (FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(CACHE-LIB-DATE)) * 86400)
               + (FUNCTION NUMVAL(CACHE-LIB-TIME(1:2)) * 3600)
               + (FUNCTION NUMVAL(CACHE-LIB-TIME(3:2)) * 60)
               + FUNCTION NUMVAL(CACHE-LIB-TIME(5:2))
           MOVE CACHE-LIB-ITER TO CACHE-CHECK-NAME
           PERFORM CHECK-CACHE-FILE
           IF CACHE-FILE-OK = 0
               MOVE 0 TO CACHE-FOUND-FLAG
           END-IF
           IF CACHE-IMAGE-OK = 1
               MOVE CACHE-LIB-IMAGE TO CACHE-CHECK-NAME
               PERFORM CHECK-CACHE-FILE
               MOVE CACHE-FILE-OK TO CACHE-IMAGE-OK
           END-IF
           IF CACHE-FOUND-FLAG = 1
               PERFORM CHECK-CACHE-SUMS
           END-IF
           IF CACHE-FOUND-FLAG = 1
               IF CACHE-IMAGE-OK = 1
                   AND CACHE-LIB-PALETTE = PALETTE-MODE
                   AND CACHE-LIB-SMOOTH = SMOOTH-FLAG
                   MOVE "COPY" TO CACHE-MODE-TEXT
               ELSE
                   IF SAMPLE-FACTOR = 1
                       MOVE "RECOLOR" TO CACHE-MODE-TEXT
                   ELSE
                       MOVE 0 TO CACHE-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.

      *>> CHECK-CACHE-FILE - CACHE-FILE-OK says whether the file named
      *in CACHE-CHECK-NAME exists and was last written no later than
      *the library stamp in CACHE-LIB-STAMP
       CHECK-CACHE-FILE.
           MOVE 0 TO CACHE-FILE-OK
           CALL "CBL_CHECK_FILE_EXIST"
               USING CACHE-CHECK-NAME CACHE-FILE-DETAILS
               RETURNING CACHE-RC
           END-CALL
           IF CACHE-RC = 0
               COMPUTE CACHE-FILE-STAMP =
                   (FUNCTION INTEGER-OF-DATE((CACHE-FILE-YEAR * 10000)
                       + (CACHE-FILE-MONTH * 100) + CACHE-FILE-DAY)
                       * 86400)
                   + (CACHE-FILE-HOUR * 3600)
                   + (CACHE-FILE-MINUTE * 60) + CACHE-FILE-SECOND
               IF CACHE-FILE-STAMP
                   <= CACHE-LIB-STAMP + CACHE-STAMP-SLACK
                   MOVE 1 TO CACHE-FILE-OK
               END-IF
           END-IF.

      *>> CHECK-CACHE-SUMS - an entry registered with sums has its
      *files reread against them before anything is reused, which
      *catches a file written over in place by a step that never
      *registers (a recolor, a band merge) even when the file date
      *slipped under the slack. an entry without sums keeps to the
      *date test alone. the test is the checksum and pixel count
      *(the first 21 bytes of the sums) - the record count follows
      *the layout, and a plain/run-length conversion changes it
      *without changing a pixel
       CHECK-CACHE-SUMS.
           MOVE "F"             TO SUM-FRAME-KIND
           MOVE CACHE-LIB-IMAGE TO SUM-IMAGE-NAME
           MOVE CACHE-LIB-ITER  TO SUM-ITER-NAME
           MOVE WIDTH           TO SUM-WIDTH
           MOVE HEIGHT          TO SUM-HEIGHT
           MOVE MAX-ITERATOR    TO SUM-MAX-ITER
           IF CACHE-LIB-ITER-SUMS(1:9) IS NUMERIC
               MOVE "I" TO SUM-KIND
               PERFORM CHECKSUM-ENTRY-SIDE
               IF SUM-MISSING-FLAG = 1 OR SUM-GEOMETRY-FLAG = 1
                   OR SUM-SIDE-SUMS(1:21)
                       NOT = CACHE-LIB-ITER-SUMS(1:21)
                   MOVE 0 TO CACHE-FOUND-FLAG
                   DISPLAY "Library iteration file fails its "
                   "checksum - " CACHE-LIB-ITER
               END-IF
           END-IF
           IF CACHE-FOUND-FLAG = 1 AND CACHE-IMAGE-OK = 1
               AND CACHE-LIB-IMG-SUMS(1:9) IS NUMERIC
               MOVE "M" TO SUM-KIND
               PERFORM CHECKSUM-ENTRY-SIDE
               IF SUM-MISSING-FLAG = 1 OR SUM-GEOMETRY-FLAG = 1
                   OR SUM-SIDE-SUMS(1:21) NOT = CACHE-LIB-IMG-SUMS(1:21)
                   MOVE 0 TO CACHE-IMAGE-OK
                   DISPLAY "Library image fails its checksum - "
                   CACHE-LIB-IMAGE
               END-IF
           END-IF.

      *>> REGISTER-LIBRARY-SUMS - fills the new entry's sums from the
      *files as they stand. a side whose file cannot be opened is
      *left blank, the same as an entry from before sums were kept
       REGISTER-LIBRARY-SUMS.
           MOVE LIB-FRAME-KIND TO SUM-FRAME-KIND
           MOVE LIB-IMAGE-NAME TO SUM-IMAGE-NAME
           MOVE LIB-ITER-NAME  TO SUM-ITER-NAME
           MOVE WIDTH          TO SUM-WIDTH
           MOVE HEIGHT         TO SUM-HEIGHT
           MOVE MAX-ITERATOR   TO SUM-MAX-ITER
           MOVE "M" TO SUM-KIND
           PERFORM CHECKSUM-ENTRY-SIDE
           IF SUM-MISSING-FLAG = 0
               MOVE SUM-SIDE-SUMS TO LIB-IMG-SUMS
           END-IF
           IF LIB-ITER-NAME NOT = SPACES
               MOVE "I" TO SUM-KIND
               PERFORM CHECKSUM-ENTRY-SIDE
               IF SUM-MISSING-FLAG = 0
                   MOVE SUM-SIDE-SUMS TO LIB-ITER-SUMS
               END-IF
           END-IF.

      *>> CHECKSUM-ENTRY-SIDE - the sums of one side (SUM-KIND "M"
      *for the image, "I" for the iteration data) of the entry named
      *in SUM-IMAGE-NAME/SUM-ITER-NAME. a tiled frame (kind T) is
      *every tile in the manifest taken together - the iteration
      *tile shares the image tile's name past its "IMGFILE" prefix
       CHECKSUM-ENTRY-SIDE.
           MOVE 0 TO SUM-VALUE
           MOVE 0 TO SUM-PIXELS
           MOVE 0 TO SUM-RECORDS
           MOVE 0 TO SUM-MISSING-FLAG
           MOVE 0 TO SUM-GEOMETRY-FLAG
           IF SUM-FRAME-KIND = "T"
               PERFORM LOAD-TILE-MANIFEST
               IF MAN-TILE-COUNT = 0
                   MOVE 1 TO SUM-MISSING-FLAG
               END-IF
               PERFORM VARYING SUM-TILE-INDEX FROM 1 BY 1
                   UNTIL SUM-TILE-INDEX > MAN-TILE-COUNT
                   IF SUM-KIND = "M"
                       MOVE MT-NAME(SUM-TILE-INDEX) TO SUM-FILE-NAME
                   ELSE
                       MOVE SPACES TO SUM-FILE-NAME
                       STRING "ITERFILE" DELIMITED BY SIZE
                           MT-NAME(SUM-TILE-INDEX)(8:23)
                               DELIMITED BY SPACE
                           INTO SUM-FILE-NAME
                   END-IF
                   PERFORM CHECKSUM-PIXEL-FILE
               END-PERFORM
           ELSE
               IF SUM-KIND = "M"
                   MOVE SUM-IMAGE-NAME TO SUM-FILE-NAME
               ELSE
                   MOVE SUM-ITER-NAME TO SUM-FILE-NAME
               END-IF
               PERFORM CHECKSUM-PIXEL-FILE
           END-IF
           MOVE SPACES      TO SUM-SIDE-SUMS
           MOVE SUM-VALUE   TO SUM-SIDE-CHECKSUM
           MOVE SUM-PIXELS  TO SUM-SIDE-PIXELS
           MOVE SUM-RECORDS TO SUM-SIDE-RECORDS.

      *>> CHECKSUM-PIXEL-FILE - adds one file's pixels into the sums.
      *images are read through STRIP-FILE, whose layout is the
      *image layout; a header that is unreadable or does not match
      *the frame sets SUM-GEOMETRY-FLAG but the pixels still count
       CHECKSUM-PIXEL-FILE.
           IF SUM-KIND = "M"
               MOVE SUM-FILE-NAME TO STRIP-FILENAME
               OPEN INPUT STRIP-FILE
               IF STRIP-STATUS NOT = "00"
                   MOVE 1 TO SUM-MISSING-FLAG
                   IF STRIP-STATUS = "05"
                       CLOSE STRIP-FILE
                   END-IF
               ELSE
                   MOVE 0 TO SUM-EOF-FLAG
                   MOVE 0 TO STRIP-RUN-LEFT
                   READ STRIP-FILE
                       AT END MOVE 1 TO SUM-EOF-FLAG
                   END-READ
                   IF SUM-EOF-FLAG = 1
                       OR STRIP-HDR-WIDTH IS NOT NUMERIC
                       OR STRIP-HDR-HEIGHT IS NOT NUMERIC
                       MOVE 1 TO SUM-GEOMETRY-FLAG
                   ELSE
                       IF STRIP-HDR-WIDTH NOT = SUM-WIDTH
                           OR STRIP-HDR-HEIGHT NOT = SUM-HEIGHT
                           MOVE 1 TO SUM-GEOMETRY-FLAG
                       END-IF
                   END-IF
                   PERFORM UNTIL SUM-EOF-FLAG = 1
                       MOVE 0 TO SUM-RAW-READ
                       IF STRIP-RUN-LEFT = 0
                           MOVE 1 TO SUM-RAW-READ
                       END-IF
                       PERFORM READ-STRIP-PIXEL
                       IF STRIP-AT-END = 1
                           MOVE 1 TO SUM-EOF-FLAG
                       ELSE
                           ADD SUM-RAW-READ TO SUM-RECORDS
                           PERFORM CHECKSUM-IMAGE-PIXEL
                       END-IF
                   END-PERFORM
                   CLOSE STRIP-FILE
               END-IF
           ELSE
               MOVE ITER-FILENAME TO SUM-SAVE-ITER
               MOVE SUM-FILE-NAME TO ITER-FILENAME
               OPEN INPUT ITER-FILE
               IF ITER-STATUS NOT = "00"
                   MOVE 1 TO SUM-MISSING-FLAG
                   IF ITER-STATUS = "05"
                       CLOSE ITER-FILE
                   END-IF
               ELSE
                   MOVE 0 TO SUM-EOF-FLAG
                   MOVE 0 TO ITER-RUN-LEFT
                   READ ITER-FILE
                       AT END MOVE 1 TO SUM-EOF-FLAG
                   END-READ
                   IF SUM-EOF-FLAG = 1
                       OR ITER-HDR-WIDTH IS NOT NUMERIC
                       OR ITER-HDR-HEIGHT IS NOT NUMERIC
                       OR ITER-HDR-MAX-ITER IS NOT NUMERIC
                       MOVE 1 TO SUM-GEOMETRY-FLAG
                   ELSE
                       IF ITER-HDR-WIDTH NOT = SUM-WIDTH
                           OR ITER-HDR-HEIGHT NOT = SUM-HEIGHT
                           OR ITER-HDR-MAX-ITER NOT = SUM-MAX-ITER
                           MOVE 1 TO SUM-GEOMETRY-FLAG
                       END-IF
                   END-IF
                   PERFORM UNTIL SUM-EOF-FLAG = 1
                       MOVE 0 TO SUM-RAW-READ
                       IF ITER-RUN-LEFT = 0
                           MOVE 1 TO SUM-RAW-READ
                       END-IF
                       PERFORM READ-ITER-PIXEL
                       IF ITER-AT-END = 1
                           MOVE 1 TO SUM-EOF-FLAG
                       ELSE
                           ADD SUM-RAW-READ TO SUM-RECORDS
                           PERFORM CHECKSUM-ITER-PIXEL
                       END-IF
                   END-PERFORM
                   CLOSE ITER-FILE
               END-IF
               MOVE SUM-SAVE-ITER TO ITER-FILENAME
           END-IF.

      *>> CHECKSUM-IMAGE-PIXEL / CHECKSUM-ITER-PIXEL - the key is the
      *pixel's position in the frame with its contents folded in
      *behind it, each step kept under the modulus so the square in
      *CHECKSUM-ADD-KEY stays inside eighteen digits. blank period,
      *magnitude or escape fields (files from before those fields
      *existed) count as zero, which is what a layout conversion
      *writes back for them
       CHECKSUM-IMAGE-PIXEL.
           ADD 1 TO SUM-PIXELS
           COMPUTE SUM-KEY = FUNCTION MOD(
               (STRIP-Y * SUM-WIDTH) + STRIP-X, CHECKSUM-MODULUS)
           COMPUTE SUM-KEY = FUNCTION MOD(
               (SUM-KEY * 16777216) + (STRIP-R * 65536)
               + (STRIP-G * 256) + STRIP-B, CHECKSUM-MODULUS)
           PERFORM CHECKSUM-ADD-KEY.

       CHECKSUM-ITER-PIXEL.
           ADD 1 TO SUM-PIXELS
           MOVE 0 TO SUM-ESCAPED
           MOVE 0 TO SUM-PERIOD
           MOVE 0 TO SUM-MAG
           IF ITER-ESCAPED-FLAG IS NUMERIC
               MOVE ITER-ESCAPED-FLAG TO SUM-ESCAPED
           END-IF
           IF ITER-PERIOD IS NUMERIC
               MOVE ITER-PERIOD TO SUM-PERIOD
           END-IF
           IF ITER-MAG IS NUMERIC
               MOVE ITER-MAG TO SUM-MAG
           END-IF
           COMPUTE SUM-KEY = FUNCTION MOD(
               (ITER-Y * SUM-WIDTH) + ITER-X, CHECKSUM-MODULUS)
           COMPUTE SUM-KEY = FUNCTION MOD(
               (SUM-KEY * 100003) + (ITER-COUNT * 2) + SUM-ESCAPED,
               CHECKSUM-MODULUS)
           COMPUTE SUM-KEY = FUNCTION MOD(
               (SUM-KEY * 100003) + SUM-PERIOD, CHECKSUM-MODULUS)
           COMPUTE SUM-KEY = FUNCTION MOD(
               (SUM-KEY * 1000003)
               + FUNCTION MOD(SUM-MAG, CHECKSUM-MODULUS),
               CHECKSUM-MODULUS)
           PERFORM CHECKSUM-ADD-KEY.

       CHECKSUM-ADD-KEY.
           COMPUTE SUM-VALUE = FUNCTION MOD(SUM-VALUE
               + FUNCTION MOD(SUM-KEY * SUM-KEY, CHECKSUM-MODULUS),
               CHECKSUM-MODULUS).

      *>> REUSE-CACHED-RENDER - brings the library frame in under
      *this render's own names. the iteration data comes first (it is
      *what the statistics report and a recolor are built from) and
      *its header has to agree with the card, or the frame is
      *computed after all. CACHE-HIT-FLAG goes up only once the image
      *is in place
       REUSE-CACHED-RENDER.
           MOVE 1 TO CACHE-FILE-OK
           IF CACHE-LIB-ITER NOT = ITER-FILENAME
               CALL "CBL_COPY_FILE"
                   USING CACHE-LIB-ITER ITER-FILENAME
                   RETURNING CACHE-RC
               END-CALL
               IF CACHE-RC NOT = 0
                   MOVE 0 TO CACHE-FILE-OK
               END-IF
           END-IF
           IF CACHE-FILE-OK = 1
               OPEN INPUT ITER-FILE
               IF ITER-STATUS = "00"
                   MOVE 0 TO RECOLOR-EOF-FLAG
                   MOVE 0 TO ITER-RUN-LEFT
                   READ ITER-FILE
                       AT END MOVE 1 TO RECOLOR-EOF-FLAG
                   END-READ
                   IF RECOLOR-EOF-FLAG = 1
                       OR ITER-HDR-WIDTH NOT = WIDTH
                       OR ITER-HDR-HEIGHT NOT = HEIGHT
                       OR ITER-HDR-MAX-ITER NOT = MAX-ITERATOR
                       MOVE 0 TO CACHE-FILE-OK
                       CLOSE ITER-FILE
                   END-IF
               ELSE
                   MOVE 0 TO CACHE-FILE-OK
                   IF ITER-STATUS = "05"
                       CLOSE ITER-FILE
                   END-IF
               END-IF
           END-IF
           IF CACHE-FILE-OK = 1
               PERFORM BUILD-ITER-STATISTICS
      *>> a copy under the same names is no copy at all - the frame
      *is already there and already registered
               IF CACHE-MODE-TEXT = "COPY"
                   IF CACHE-LIB-IMAGE = IMAGE-FILENAME
                       IF CACHE-LIB-ITER = ITER-FILENAME
                           MOVE 0 TO CACHE-REGISTER-FLAG
                       END-IF
                   ELSE
                       CALL "CBL_COPY_FILE"
                           USING CACHE-LIB-IMAGE IMAGE-FILENAME
                           RETURNING CACHE-RC
                       END-CALL
                       IF CACHE-RC NOT = 0
                           IF SAMPLE-FACTOR = 1
                               MOVE "RECOLOR" TO CACHE-MODE-TEXT
                           ELSE
                               MOVE 0 TO CACHE-FILE-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF CACHE-FILE-OK = 1
               IF CACHE-MODE-TEXT = "RECOLOR"
                   PERFORM RECOLOR-WRITE-IMAGE
               END-IF
               IF HEADLESS-FLAG = 0
                   PERFORM PAINT-CACHED-IMAGE
               END-IF
               PERFORM WRITE-STATISTICS-REPORT
               MOVE 1 TO CACHE-HIT-FLAG
               DISPLAY "Frame " FRAME-NUMBER " reused from the render "
               "library (" CACHE-MODE-TEXT ") - "
               CACHE-LIB-ITER
           ELSE
               DISPLAY "Library frame " CACHE-LIB-ITER
               " could not be reused - rendering it"
           END-IF.

      *>> PAINT-CACHED-IMAGE - an attended session still gets to see
      *the frame it asked for
       PAINT-CACHED-IMAGE.
           MOVE 255 TO A
           OPEN INPUT IMAGE-FILE
           IF IMAGE-STATUS = "00"
               MOVE 0 TO RECOLOR-EOF-FLAG
               MOVE 0 TO IMG-RUN-LEFT
               READ IMAGE-FILE
                   AT END MOVE 1 TO RECOLOR-EOF-FLAG
               END-READ
               PERFORM UNTIL RECOLOR-EOF-FLAG = 1
                   PERFORM READ-IMAGE-PIXEL
                   IF IMG-AT-END = 1
                       MOVE 1 TO RECOLOR-EOF-FLAG
                   ELSE
                       MOVE IMG-X TO X
                       MOVE IMG-Y TO Y
                       MOVE IMG-R TO R
                       MOVE IMG-G TO G
                       MOVE IMG-B TO B
                       CALL "sdl_set_draw_color_px"
                       USING BY VALUE REN BY VALUE R G B A
                       END-CALL
                       CALL "sdl_draw_point"
                       USING BY VALUE REN BY VALUE X Y
                       END-CALL
                   END-IF
               END-PERFORM
               CLOSE IMAGE-FILE
               CALL "sdl_present"
               USING BY VALUE REN
               END-CALL
           END-IF.

      *>> LIBRARY-INQUIRY-PASS - the library inquiry run mode. the
      *query window is whatever the card's spans came out to (which
      *includes a REGIONCAT name the card asked for - the catalog
      *spans were swapped in back in READ-PARAMETERS). two windows
      *overlap when each one starts before the other one ends, on
      *both axes. matches go to the LIBRPT report and the console
       LIBRARY-INQUIRY-PASS.
           DISPLAY "Searching render library..."
           MOVE "LIBRPT" TO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open library report, status "
               REPORT-STATUS
               STOP RUN
           END-IF
           MOVE "RENDER LIBRARY INQUIRY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REAL-SPAN-MIN TO DISP-REAL-SPAN-MIN
           MOVE REAL-SPAN-MAX TO DISP-REAL-SPAN-MAX
           MOVE IMAG-SPAN-MIN TO DISP-IMAG-SPAN-MIN
           MOVE IMAG-SPAN-MAX TO DISP-IMAG-SPAN-MAX
           MOVE SPACES TO REPORT-RECORD
           STRING "QUERY WINDOW REAL " DELIMITED BY SIZE
               DISP-REAL-SPAN-MIN DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               DISP-REAL-SPAN-MAX DELIMITED BY SIZE
               " IMAG " DELIMITED BY SIZE
               DISP-IMAG-SPAN-MIN DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               DISP-IMAG-SPAN-MAX DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO LIB-MATCH-COUNT
           MOVE 0 TO LIB-ENTRY-COUNT
           OPEN INPUT LIBRARY-FILE
           IF LIB-STATUS NOT = "00" AND LIB-STATUS NOT = "05"
               DISPLAY "Render library not found, status " LIB-STATUS
               MOVE "RENDER LIBRARY IS MISSING" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           ADD 1 TO LIB-ENTRY-COUNT
                           PERFORM CHECK-ONE-LIBRARY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LIB-ENTRY-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "LIBRARY ENTRIES READ: " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE LIB-MATCH-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "OVERLAPPING ENTRIES:  " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE LIB-MATCH-COUNT TO DISP-VFY-COUNT
           DISPLAY "Library inquiry found " DISP-VFY-COUNT
           " overlapping entries - see LIBRPT".

       CHECK-ONE-LIBRARY-ENTRY.
           IF LIB-REAL-MIN < REAL-SPAN-MAX
               AND LIB-REAL-MAX > REAL-SPAN-MIN
               AND LIB-IMAG-MIN < IMAG-SPAN-MAX
               AND LIB-IMAG-MAX > IMAG-SPAN-MIN
               ADD 1 TO LIB-MATCH-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "MATCH " DELIMITED BY SIZE
                   LIB-RENDER-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LIB-FORMULA-NAME DELIMITED BY SIZE
                   " MAX-ITER=" DELIMITED BY SIZE
                   LIB-MAX-ITER DELIMITED BY SIZE
                   " PAL=" DELIMITED BY SIZE
                   LIB-PALETTE DELIMITED BY SIZE
                   " IMG=" DELIMITED BY SIZE
                   LIB-IMAGE-NAME DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "  " LIB-RENDER-DATE " " LIB-FORMULA-NAME
                   " MAX-ITER " LIB-MAX-ITER " " LIB-IMAGE-NAME
           END-IF.

      *>> LIBRARY-SWEEP-PASS - the archive integrity sweep run mode.
      *the library is read twice: once to learn the last entry
      *under every file name, once to recheck each entry's image and
      *iteration data against its sums. every file gets one status,
      *and SWEEPRPT ends with the count of files under each
       LIBRARY-SWEEP-PASS.
           DISPLAY "Sweeping render library..."
           MOVE SPACES TO REPORT-FILENAME
           STRING "SWEEPRPT" DELIMITED BY SIZE
               JOB-QUALIFIER DELIMITED BY SPACE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open sweep report, status "
               REPORT-STATUS
               STOP RUN
           END-IF
           MOVE "RENDER LIBRARY INTEGRITY SWEEP" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "OK"          TO SS-TEXT(1)
           MOVE "NO-CHECKSUM" TO SS-TEXT(2)
           MOVE "SUPERSEDED"  TO SS-TEXT(3)
           MOVE "MISSING"     TO SS-TEXT(4)
           MOVE "GEOMETRY"    TO SS-TEXT(5)
           MOVE "TRUNCATED"   TO SS-TEXT(6)
           MOVE "ALTERED"     TO SS-TEXT(7)
           MOVE "ORPHAN"      TO SS-TEXT(8)
           PERFORM VARYING SWEEP-STATUS-INDEX FROM 1 BY 1
               UNTIL SWEEP-STATUS-INDEX > 8
               MOVE 0 TO SS-COUNT(SWEEP-STATUS-INDEX)
           END-PERFORM
           MOVE 0 TO SWEEP-NAME-COUNT
           MOVE 0 TO SWEEP-TABLE-FULL
           MOVE 0 TO SWEEP-TILED-FLAG
           MOVE 0 TO SWEEP-ENTRY

           OPEN INPUT LIBRARY-FILE
           IF LIB-STATUS NOT = "00" AND LIB-STATUS NOT = "05"
               DISPLAY "Render library not found, status " LIB-STATUS
               MOVE "RENDER LIBRARY IS MISSING" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           ADD 1 TO SWEEP-ENTRY
                           MOVE LIB-IMAGE-NAME TO SWEEP-WANTED-NAME
                           PERFORM SWEEP-NOTE-NAME
                           IF LIB-ITER-NAME NOT = SPACES
                               MOVE LIB-ITER-NAME TO SWEEP-WANTED-NAME
                               PERFORM SWEEP-NOTE-NAME
                           END-IF
                           IF LIB-FRAME-KIND = "T"
                               MOVE 1 TO SWEEP-TILED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF
           MOVE SWEEP-ENTRY TO SWEEP-ENTRY-COUNT

      *>> the tiles of a tiled frame are pointed at through the
      *manifest, not by name, so the manifest's tiles count as known
           IF SWEEP-TILED-FLAG = 1
               MOVE 0 TO SWEEP-ENTRY
               PERFORM LOAD-TILE-MANIFEST
               PERFORM VARYING SUM-TILE-INDEX FROM 1 BY 1
                   UNTIL SUM-TILE-INDEX > MAN-TILE-COUNT
                   MOVE MT-NAME(SUM-TILE-INDEX) TO SWEEP-WANTED-NAME
                   PERFORM SWEEP-NOTE-NAME
                   MOVE SPACES TO SWEEP-WANTED-NAME
                   STRING "ITERFILE" DELIMITED BY SIZE
                       MT-NAME(SUM-TILE-INDEX)(8:23)
                           DELIMITED BY SPACE
                       INTO SWEEP-WANTED-NAME
                   PERFORM SWEEP-NOTE-NAME
               END-PERFORM
           END-IF

           IF SWEEP-ENTRY-COUNT > 0
               MOVE 0 TO SWEEP-ENTRY
               OPEN INPUT LIBRARY-FILE
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           ADD 1 TO SWEEP-ENTRY
                           PERFORM SWEEP-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF

           IF SWEEP-TABLE-FULL = 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "FILE NAME TABLE FULL - ORPHAN CHECK NOT MADE"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM SWEEP-ORPHAN-PROBE
           END-IF
           PERFORM WRITE-SWEEP-SUMMARY
           CLOSE REPORT-FILE
           COMPUTE SWEEP-NUMBER = SS-COUNT(4) + SS-COUNT(5)
               + SS-COUNT(6) + SS-COUNT(7) + SS-COUNT(8)
           MOVE SWEEP-NUMBER TO DISP-VFY-COUNT
           DISPLAY "Library sweep complete - " DISP-VFY-COUNT
           " files need attention, see " REPORT-FILENAME.

      *>> SWEEP-NOTE-NAME - enters SWEEP-WANTED-NAME in the name
      *table, keeping the highest entry number seen under it
       SWEEP-NOTE-NAME.
           PERFORM SWEEP-FIND-NAME
           IF SWEEP-NAME-INDEX = 0
               IF SWEEP-NAME-COUNT < 2000
                   ADD 1 TO SWEEP-NAME-COUNT
                   MOVE SWEEP-NAME-COUNT TO SWEEP-NAME-INDEX
                   MOVE SWEEP-WANTED-NAME
                       TO SN-NAME(SWEEP-NAME-INDEX)
                   MOVE SWEEP-ENTRY TO SN-LAST-ENTRY(SWEEP-NAME-INDEX)
               ELSE
                   MOVE 1 TO SWEEP-TABLE-FULL
               END-IF
           ELSE
               IF SWEEP-ENTRY > SN-LAST-ENTRY(SWEEP-NAME-INDEX)
                   MOVE SWEEP-ENTRY TO SN-LAST-ENTRY(SWEEP-NAME-INDEX)
               END-IF
           END-IF.

       SWEEP-FIND-NAME.
           MOVE 0 TO SWEEP-NAME-INDEX
           PERFORM VARYING SWEEP-SEARCH-INDEX FROM 1 BY 1
               UNTIL SWEEP-SEARCH-INDEX > SWEEP-NAME-COUNT
               OR SWEEP-NAME-INDEX > 0
               IF SN-NAME(SWEEP-SEARCH-INDEX) = SWEEP-WANTED-NAME
                   MOVE SWEEP-SEARCH-INDEX TO SWEEP-NAME-INDEX
               END-IF
           END-PERFORM.

       SWEEP-ONE-ENTRY.
           MOVE LIB-FRAME-KIND TO SUM-FRAME-KIND
           MOVE LIB-IMAGE-NAME TO SUM-IMAGE-NAME
           MOVE LIB-ITER-NAME  TO SUM-ITER-NAME
           MOVE 0 TO SUM-WIDTH
           MOVE 0 TO SUM-HEIGHT
           MOVE 0 TO SUM-MAX-ITER
           IF LIB-WIDTH IS NUMERIC
               MOVE LIB-WIDTH TO SUM-WIDTH
           END-IF
           IF LIB-HEIGHT IS NUMERIC
               MOVE LIB-HEIGHT TO SUM-HEIGHT
           END-IF
           IF LIB-MAX-ITER IS NUMERIC
               MOVE LIB-MAX-ITER TO SUM-MAX-ITER
           END-IF
           MOVE "M" TO SUM-KIND
           MOVE "IMAGE" TO SWEEP-SIDE-TEXT
           MOVE LIB-IMAGE-NAME TO SWEEP-WANTED-NAME
           MOVE LIB-IMG-SUMS TO SUM-LIB-SUMS
           PERFORM SWEEP-CHECK-SIDE
      *>> a merged frame (kind M) is registered with no iteration
      *file, and has no iteration side to check
           IF LIB-ITER-NAME NOT = SPACES
               MOVE "I" TO SUM-KIND
               MOVE "ITER" TO SWEEP-SIDE-TEXT
               MOVE LIB-ITER-NAME TO SWEEP-WANTED-NAME
               MOVE LIB-ITER-SUMS TO SUM-LIB-SUMS
               PERFORM SWEEP-CHECK-SIDE
           END-IF.

      *>> SWEEP-CHECK-SIDE - one file of one entry. the worst finding
      *wins: gone, then a header that is not the entry's frame, then
      *fewer pixels than were registered, then any other difference
      *in the checksum or pixel count. the record count is reported
      *but not judged - it follows the layout, and a conversion
      *changes it without changing a pixel. an entry from before
      *sums were kept
      *can only be checked as far as the header. an entry written
      *before the geometry fields existed has no frame to hold the
      *header against and is checked on its sums alone
       SWEEP-CHECK-SIDE.
           PERFORM SWEEP-FIND-NAME
           IF SWEEP-NAME-INDEX > 0
               AND SN-LAST-ENTRY(SWEEP-NAME-INDEX) > SWEEP-ENTRY
               MOVE 3 TO SWEEP-STATUS-INDEX
           ELSE
               PERFORM CHECKSUM-ENTRY-SIDE
               IF SUM-WIDTH = 0
                   MOVE 0 TO SUM-GEOMETRY-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN SUM-MISSING-FLAG = 1
                       MOVE 4 TO SWEEP-STATUS-INDEX
                   WHEN SUM-GEOMETRY-FLAG = 1
                       MOVE 5 TO SWEEP-STATUS-INDEX
                   WHEN SUM-LIB-CHECKSUM IS NOT NUMERIC
                       OR SUM-LIB-PIXELS IS NOT NUMERIC
                       OR SUM-LIB-RECORDS IS NOT NUMERIC
                       MOVE 2 TO SWEEP-STATUS-INDEX
                   WHEN SUM-PIXELS < SUM-LIB-PIXELS
                       MOVE 6 TO SWEEP-STATUS-INDEX
                   WHEN SUM-SIDE-CHECKSUM NOT = SUM-LIB-CHECKSUM
                       OR SUM-SIDE-PIXELS NOT = SUM-LIB-PIXELS
                       MOVE 7 TO SWEEP-STATUS-INDEX
                   WHEN OTHER
                       MOVE 1 TO SWEEP-STATUS-INDEX
               END-EVALUATE
           END-IF
           ADD 1 TO SS-COUNT(SWEEP-STATUS-INDEX)
           MOVE SWEEP-ENTRY TO DISP-SWEEP-ENTRY
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTRY " DELIMITED BY SIZE
               DISP-SWEEP-ENTRY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIB-RENDER-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIB-RENDER-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIB-FRAME-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SWEEP-SIDE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SS-TEXT(SWEEP-STATUS-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SWEEP-WANTED-NAME DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF SWEEP-STATUS-INDEX = 6 OR SWEEP-STATUS-INDEX = 7
               MOVE SPACES TO REPORT-RECORD
               STRING "       CHECKSUM/PIXELS/RECORDS REGISTERED "
                   DELIMITED BY SIZE
                   SUM-LIB-SUMS DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "       CHECKSUM/PIXELS/RECORDS ON DISK    "
                   DELIMITED BY SIZE
                   SUM-SIDE-SUMS DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>> SWEEP-ORPHAN-PROBE - the names the render steps write, for
      *the card itself and then for every job in JOBQUEUE, with the
      *band count each one's card carries
       SWEEP-ORPHAN-PROBE.
           PERFORM LOAD-JOB-QUEUE
           PERFORM VARYING SWEEP-QUAL-INDEX FROM 0 BY 1
               UNTIL SWEEP-QUAL-INDEX > QUEUE-ENTRY-COUNT
               MOVE SPACES TO SWEEP-QUALIFIER
               IF SWEEP-QUAL-INDEX = 0
                   MOVE BAND-COUNT TO SWEEP-BANDS
               ELSE
                   STRING ".J" DELIMITED BY SIZE
                       QT-NAME(SWEEP-QUAL-INDEX) DELIMITED BY SPACE
                       INTO SWEEP-QUALIFIER
                   MOVE QT-PARM(SWEEP-QUAL-INDEX) TO PARM-RECORD
                   MOVE 0 TO SWEEP-BANDS
                   IF PARM-BAND-COUNT IS NUMERIC
                       MOVE PARM-BAND-COUNT TO SWEEP-BANDS
                   END-IF
               END-IF
               MOVE SPACES TO SWEEP-SUFFIX
               PERFORM SWEEP-PROBE-PAIR
               MOVE 0 TO SWEEP-BAND
               PERFORM SWEEP-PROBE-FRAMES
               PERFORM VARYING SWEEP-BAND FROM 1 BY 1
                   UNTIL SWEEP-BAND > SWEEP-BANDS
                   MOVE SWEEP-BAND TO DISP-SWEEP-BAND
                   MOVE SPACES TO SWEEP-SUFFIX
                   STRING ".B" DELIMITED BY SIZE
                       DISP-SWEEP-BAND DELIMITED BY SIZE
                       INTO SWEEP-SUFFIX
                   PERFORM SWEEP-PROBE-PAIR
                   PERFORM SWEEP-PROBE-FRAMES
               END-PERFORM
               MOVE 1 TO SWEEP-ANY-FOUND
               PERFORM VARYING SWEEP-NUMBER FROM 1 BY 1
                   UNTIL SWEEP-ANY-FOUND = 0 OR SWEEP-NUMBER > 999
                   MOVE SWEEP-NUMBER TO DISP-SWEEP-NUMBER
                   MOVE SPACES TO SWEEP-SUFFIX
                   STRING ".T" DELIMITED BY SIZE
                       DISP-SWEEP-NUMBER DELIMITED BY SIZE
                       INTO SWEEP-SUFFIX
                   PERFORM SWEEP-PROBE-PAIR
               END-PERFORM
           END-PERFORM.

      *>> SWEEP-PROBE-FRAMES - a batch run's per-frame files, under
      *band SWEEP-BAND when it is not zero
       SWEEP-PROBE-FRAMES.
           MOVE 1 TO SWEEP-ANY-FOUND
           PERFORM VARYING SWEEP-NUMBER FROM 1 BY 1
               UNTIL SWEEP-ANY-FOUND = 0 OR SWEEP-NUMBER > 999
               MOVE SWEEP-NUMBER TO DISP-SWEEP-NUMBER
               MOVE SPACES TO SWEEP-SUFFIX
               IF SWEEP-BAND > 0
                   MOVE SWEEP-BAND TO DISP-SWEEP-BAND
                   STRING ".B" DELIMITED BY SIZE
                       DISP-SWEEP-BAND DELIMITED BY SIZE
                       ".F" DELIMITED BY SIZE
                       DISP-SWEEP-NUMBER DELIMITED BY SIZE
                       INTO SWEEP-SUFFIX
               ELSE
                   STRING ".F" DELIMITED BY SIZE
                       DISP-SWEEP-NUMBER DELIMITED BY SIZE
                       INTO SWEEP-SUFFIX
               END-IF
               PERFORM SWEEP-PROBE-PAIR
           END-PERFORM.

      *>> SWEEP-PROBE-PAIR - the image and the iteration file for one
      *name suffix. SWEEP-ANY-FOUND says whether either is on disk
       SWEEP-PROBE-PAIR.
           MOVE 0 TO SWEEP-ANY-FOUND
           MOVE SPACES TO SWEEP-PROBE-NAME
           STRING "IMGFILE" DELIMITED BY SIZE
               SWEEP-SUFFIX DELIMITED BY SPACE
               SWEEP-QUALIFIER DELIMITED BY SPACE
               INTO SWEEP-PROBE-NAME
           PERFORM SWEEP-PROBE-FILE
           MOVE SPACES TO SWEEP-PROBE-NAME
           STRING "ITERFILE" DELIMITED BY SIZE
               SWEEP-SUFFIX DELIMITED BY SPACE
               SWEEP-QUALIFIER DELIMITED BY SPACE
               INTO SWEEP-PROBE-NAME
           PERFORM SWEEP-PROBE-FILE.

       SWEEP-PROBE-FILE.
           CALL "CBL_CHECK_FILE_EXIST"
               USING SWEEP-PROBE-NAME CACHE-FILE-DETAILS
               RETURNING CACHE-RC
           END-CALL
           IF CACHE-RC = 0
               MOVE 1 TO SWEEP-ANY-FOUND
               MOVE SWEEP-PROBE-NAME TO SWEEP-WANTED-NAME
               PERFORM SWEEP-FIND-NAME
               IF SWEEP-NAME-INDEX = 0
                   ADD 1 TO SS-COUNT(8)
                   MOVE SPACES TO REPORT-RECORD
                   STRING "NO LIBRARY ENTRY" DELIMITED BY SIZE
                       "                       " DELIMITED BY SIZE
                       SS-TEXT(8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SWEEP-PROBE-NAME DELIMITED BY SPACE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

       WRITE-SWEEP-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SWEEP-ENTRY-COUNT TO DISP-SWEEP-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "LIBRARY ENTRIES READ: " DELIMITED BY SIZE
               DISP-SWEEP-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FILES BY STATUS:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING SWEEP-STATUS-INDEX FROM 1 BY 1
               UNTIL SWEEP-STATUS-INDEX > 8
               MOVE SS-COUNT(SWEEP-STATUS-INDEX) TO DISP-SWEEP-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   SS-TEXT(SWEEP-STATUS-INDEX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   DISP-SWEEP-COUNT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

      *>> HOUSEKEEPING-PASS - clears away a finished job's band strips,
      *checkpoints, status files and tiles under the rules in the
      *housekeeping fields. each file found is removed, kept by a
      *retention rule, or skipped because its job or frame has not
      *earned its clean-up yet - and every one of them is listed in
      *HKRPT and logged to the audit file
       HOUSEKEEPING-PASS.
           DISPLAY "Housekeeping job intermediates..."
           MOVE SPACES TO HK-QUALIFIER
           MOVE SPACES TO HK-JOB-REASON
           IF HKEEP-FLAG = 2
               MOVE JOB-QUALIFIER TO HK-QUALIFIER
               MOVE BAND-COUNT TO HK-BANDS
               MOVE LARGE-FLAG TO HK-LARGE
           ELSE
               IF HK-JOB-NAME = SPACES
                   MOVE BAND-COUNT TO HK-BANDS
                   MOVE LARGE-FLAG TO HK-LARGE
               ELSE
                   STRING ".J" DELIMITED BY SIZE
                       HK-JOB-NAME DELIMITED BY SPACE
                       INTO HK-QUALIFIER
                   PERFORM HK-CHECK-QUEUE-STATUS
               END-IF
           END-IF
           ACCEPT HK-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO HK-REMOVED
           MOVE 0 TO HK-KEPT
           MOVE 0 TO HK-SKIPPED

           MOVE SPACES TO REPORT-FILENAME
           STRING "HKRPT" DELIMITED BY SIZE
               JOB-QUALIFIER DELIMITED BY SPACE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open housekeeping report, status "
               REPORT-STATUS
               STOP RUN
           END-IF
           MOVE "JOB INTERMEDIATE HOUSEKEEPING" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF HK-QUALIFIER = SPACES
               MOVE "JOB: (NOT QUEUED)" TO REPORT-RECORD
           ELSE
               STRING "JOB: " DELIMITED BY SIZE
                   HK-QUALIFIER(3:8) DELIMITED BY SPACE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE HK-BANDS TO DISP-HK-BAND
           MOVE SPACES TO REPORT-RECORD
           STRING "BANDS " DELIMITED BY SIZE
               DISP-HK-BAND DELIMITED BY SIZE
               "  LARGE-FORMAT " DELIMITED BY SIZE
               HK-LARGE DELIMITED BY SIZE
               "  KEEP STRIPS DAYS " DELIMITED BY SIZE
               HK-STRIP-DAYS DELIMITED BY SIZE
               "  KEEP LIBRARY ITER " DELIMITED BY SIZE
               HK-KEEP-ITER DELIMITED BY SIZE
               "  REQUIRE LIBRARY " DELIMITED BY SIZE
               HK-REQUIRE-LIB DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

      *>> the library's file names, for the keep-iteration and the
      *require-library rules - the sweep's name table serves
           MOVE 0 TO SWEEP-NAME-COUNT
           MOVE 0 TO SWEEP-TABLE-FULL
           MOVE 0 TO SWEEP-ENTRY
           OPEN INPUT LIBRARY-FILE
           IF LIB-STATUS = "00" OR LIB-STATUS = "05"
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           ADD 1 TO SWEEP-ENTRY
                           MOVE LIB-IMAGE-NAME TO SWEEP-WANTED-NAME
                           PERFORM SWEEP-NOTE-NAME
                           IF LIB-ITER-NAME NOT = SPACES
                               MOVE LIB-ITER-NAME TO SWEEP-WANTED-NAME
                               PERFORM SWEEP-NOTE-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF
           IF SWEEP-TABLE-FULL = 1
               AND (HK-KEEP-ITER = 1 OR HK-REQUIRE-LIB = 1)
               MOVE "LIBRARY TOO LARGE TO CHECK" TO HK-JOB-REASON
           END-IF

           IF HK-JOB-REASON = SPACES
               PERFORM HK-CHECK-RUN-ENDINGS
           END-IF

           IF HK-JOB-REASON NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "JOB HELD - " DELIMITED BY SIZE
                   HK-JOB-REASON DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EVALUATE TRUE
               WHEN HK-LARGE = 1
                   PERFORM HK-CLEAN-LARGE-JOB
               WHEN HK-BANDS > 0
                   PERFORM HK-CLEAN-BAND-JOB
               WHEN OTHER
                   MOVE "NO BAND OR TILE INTERMEDIATES FOR THIS JOB"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE HK-REMOVED TO DISP-HK-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "FILES REMOVED: " DELIMITED BY SIZE
               DISP-HK-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE HK-KEPT TO DISP-HK-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "FILES KEPT:    " DELIMITED BY SIZE
               DISP-HK-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE HK-SKIPPED TO DISP-HK-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "FILES SKIPPED: " DELIMITED BY SIZE
               DISP-HK-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           MOVE HK-REMOVED TO DISP-VFY-COUNT
           DISPLAY "Housekeeping complete - " DISP-VFY-COUNT
           " files removed, see " REPORT-FILENAME.

      *>> HK-CHECK-QUEUE-STATUS - a named job must be in JOBQUEUE
      *and DONE - every entry under its name, since a split job's
      *bands and finishing step share the one name and so the one
      *qualifier - and its cards say how it was split. a queue driver
      *already holds the queue, and reloading it would lose the
      *RUNNING mark on the entry the driver is working through
       HK-CHECK-QUEUE-STATUS.
           IF QUEUE-ENTRY-COUNT = 0
               PERFORM LOAD-JOB-QUEUE
           END-IF
           MOVE 0 TO HK-BANDS
           MOVE 0 TO HK-LARGE
           MOVE 0 TO HK-FOUND-FLAG
           PERFORM VARYING SWEEP-QUAL-INDEX FROM 1 BY 1
               UNTIL SWEEP-QUAL-INDEX > QUEUE-ENTRY-COUNT
               IF QT-NAME(SWEEP-QUAL-INDEX) = HK-JOB-NAME
                   MOVE 1 TO HK-FOUND-FLAG
                   IF QT-STATUS(SWEEP-QUAL-INDEX) NOT = "DONE"
                       AND HK-JOB-REASON = SPACES
                       STRING "JOB IS " DELIMITED BY SIZE
                           QT-STATUS(SWEEP-QUAL-INDEX)
                               DELIMITED BY SPACE
                           INTO HK-JOB-REASON
                   END-IF
                   MOVE QT-PARM(SWEEP-QUAL-INDEX) TO PARM-RECORD
                   IF PARM-BAND-COUNT IS NUMERIC
                       AND PARM-BAND-COUNT > HK-BANDS
                       MOVE PARM-BAND-COUNT TO HK-BANDS
                   END-IF
                   IF PARM-LARGE-FLAG = 1
                       MOVE 1 TO HK-LARGE
                   END-IF
               END-IF
           END-PERFORM
           IF HK-FOUND-FLAG = 0
               MOVE "JOB NOT IN JOBQUEUE" TO HK-JOB-REASON
           END-IF.

      *>> HK-CHECK-RUN-ENDINGS - the audit log of every band (or of a
      *large-format run) has to end on an END line that is not a cut
      *short one - a last START with no END is a step still running,
      *or one that died where it stood
       HK-CHECK-RUN-ENDINGS.
           MOVE AUDIT-FILENAME TO HK-SAVE-AUDIT
           IF HK-LARGE = 1
               MOVE SPACES TO AUDIT-FILENAME
               STRING "AUDITFILE" DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO AUDIT-FILENAME
               PERFORM HK-CHECK-ONE-AUDIT
           ELSE
               PERFORM VARYING HK-BAND FROM 1 BY 1
                   UNTIL HK-BAND > HK-BANDS
                   OR HK-JOB-REASON NOT = SPACES
                   MOVE HK-BAND TO DISP-HK-BAND
                   MOVE SPACES TO AUDIT-FILENAME
                   STRING "AUDITFILE.B" DELIMITED BY SIZE
                       DISP-HK-BAND DELIMITED BY SIZE
                       HK-QUALIFIER DELIMITED BY SPACE
                       INTO AUDIT-FILENAME
                   PERFORM HK-CHECK-ONE-AUDIT
               END-PERFORM
           END-IF
           MOVE HK-SAVE-AUDIT TO AUDIT-FILENAME.

       HK-CHECK-ONE-AUDIT.
           MOVE SPACES TO HK-LAST-AUDIT
           MOVE 0 TO HK-CUT-COUNT
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               MOVE 0 TO HK-EOF-FLAG
               PERFORM UNTIL HK-EOF-FLAG = 1
                   READ AUDIT-FILE
                       AT END
                           MOVE 1 TO HK-EOF-FLAG
                       NOT AT END
                           IF AUDIT-RECORD(1:6) = "START "
                               MOVE "START" TO HK-LAST-AUDIT
                           END-IF
                           IF AUDIT-RECORD(1:4) = "END "
                               MOVE "END" TO HK-LAST-AUDIT
                               MOVE 0 TO HK-CUT-COUNT
                               INSPECT AUDIT-RECORD TALLYING
                                   HK-CUT-COUNT FOR ALL "CUT-SHORT"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           EVALUATE TRUE
               WHEN HK-LAST-AUDIT = SPACES
                   STRING "NO RUN LOGGED IN " DELIMITED BY SIZE
                       AUDIT-FILENAME DELIMITED BY SPACE
                       INTO HK-JOB-REASON
               WHEN HK-LAST-AUDIT = "START"
                   STRING "STILL RUNNING - " DELIMITED BY SIZE
                       AUDIT-FILENAME DELIMITED BY SPACE
                       INTO HK-JOB-REASON
               WHEN HK-CUT-COUNT > 0
                   STRING "CUT SHORT - " DELIMITED BY SIZE
                       AUDIT-FILENAME DELIMITED BY SPACE
                       INTO HK-JOB-REASON
           END-EVALUATE.

      *>> HK-CLEAN-LARGE-JOB - the tiles go together, on the merged
      *poster image and the streaming coverage report
       HK-CLEAN-LARGE-JOB.
           MOVE SPACES TO HK-FILE-NAME
           STRING "IMGFILE" DELIMITED BY SIZE
               HK-QUALIFIER DELIMITED BY SPACE
               INTO HK-FILE-NAME
           MOVE SPACES TO VERIFY-FILENAME
           STRING "VFYRPT.L" DELIMITED BY SIZE
               HK-QUALIFIER DELIMITED BY SPACE
               INTO VERIFY-FILENAME
           PERFORM HK-CHECK-FRAME-GATE
           MOVE 1 TO HK-FOUND-FLAG
           PERFORM VARYING HK-TILE FROM 1 BY 1
               UNTIL HK-FOUND-FLAG = 0 OR HK-TILE > 999
               MOVE 0 TO HK-FOUND-FLAG
               MOVE HK-TILE TO DISP-HK-BAND
               MOVE SPACES TO HK-FILE-NAME
               STRING "IMGFILE.T" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               MOVE "S" TO HK-FILE-KIND
               PERFORM HK-HANDLE-FILE
               MOVE SPACES TO HK-FILE-NAME
               STRING "ITERFILE.T" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               MOVE "I" TO HK-FILE-KIND
               PERFORM HK-HANDLE-FILE
           END-PERFORM.

      *>> HK-CLEAN-BAND-JOB - frame by frame for a batch run (each
      *frame has its own merged image and verify report), then the
      *per-band checkpoint, status and report files, which go only
      *when no frame was held back
       HK-CLEAN-BAND-JOB.
           MOVE 0 TO HK-HELD-FLAG
           OPEN INPUT SPAN-FILE
           IF SPAN-STATUS = "00"
               MOVE 0 TO SPAN-EOF-FLAG
               PERFORM UNTIL SPAN-EOF-FLAG = 1
                   READ SPAN-FILE
                       AT END
                           MOVE 1 TO SPAN-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO HK-FRAME-SUFFIX
                           STRING ".F" DELIMITED BY SIZE
                               SPAN-FRAME-NUMBER DELIMITED BY SIZE
                               INTO HK-FRAME-SUFFIX
                           PERFORM HK-CLEAN-BAND-FRAME
                   END-READ
               END-PERFORM
               CLOSE SPAN-FILE
           ELSE
               IF SPAN-STATUS = "05"
                   CLOSE SPAN-FILE
               END-IF
               MOVE SPACES TO HK-FRAME-SUFFIX
               PERFORM HK-CLEAN-BAND-FRAME
           END-IF
           IF HK-HELD-FLAG = 1
               MOVE "FRAMES HELD BACK" TO HK-GATE-REASON
           ELSE
               MOVE HK-JOB-REASON TO HK-GATE-REASON
           END-IF
           PERFORM VARYING HK-BAND FROM 1 BY 1
               UNTIL HK-BAND > HK-BANDS
               MOVE HK-BAND TO DISP-HK-BAND
               MOVE "O" TO HK-FILE-KIND
               MOVE SPACES TO HK-FILE-NAME
               STRING "CKPTFILE.B" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               PERFORM HK-HANDLE-FILE
               MOVE SPACES TO HK-FILE-NAME
               STRING "STATFILE.B" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               PERFORM HK-HANDLE-FILE
               MOVE SPACES TO HK-FILE-NAME
               STRING "RPTFILE.B" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               PERFORM HK-HANDLE-FILE
           END-PERFORM.

       HK-CLEAN-BAND-FRAME.
           MOVE SPACES TO HK-FILE-NAME
           MOVE SPACES TO VERIFY-FILENAME
           IF HK-FRAME-SUFFIX = SPACES
               STRING "IMGFILE" DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               STRING "VFYRPT.M" DELIMITED BY SIZE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO VERIFY-FILENAME
           ELSE
               STRING "IMGFILE" DELIMITED BY SIZE
                   HK-FRAME-SUFFIX DELIMITED BY SPACE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               STRING "VFYRPT.M" DELIMITED BY SIZE
                   HK-FRAME-SUFFIX DELIMITED BY SPACE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO VERIFY-FILENAME
           END-IF
           PERFORM HK-CHECK-FRAME-GATE
           IF HK-GATE-REASON NOT = SPACES
               MOVE 1 TO HK-HELD-FLAG
           END-IF
           PERFORM VARYING HK-BAND FROM 1 BY 1
               UNTIL HK-BAND > HK-BANDS
               MOVE HK-BAND TO DISP-HK-BAND
               MOVE "S" TO HK-FILE-KIND
               MOVE SPACES TO HK-FILE-NAME
               STRING "IMGFILE.B" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-FRAME-SUFFIX DELIMITED BY SPACE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               PERFORM HK-HANDLE-FILE
               MOVE "I" TO HK-FILE-KIND
               MOVE SPACES TO HK-FILE-NAME
               STRING "ITERFILE.B" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-FRAME-SUFFIX DELIMITED BY SPACE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               PERFORM HK-HANDLE-FILE
      *>> a density band's accumulation table is run state like its
      *checkpoint, not a strip - no retention days, gone once the
      *frame it fed has cleared
               MOVE "O" TO HK-FILE-KIND
               MOVE SPACES TO HK-FILE-NAME
               STRING "DENSFILE.B" DELIMITED BY SIZE
                   DISP-HK-BAND DELIMITED BY SIZE
                   HK-FRAME-SUFFIX DELIMITED BY SPACE
                   HK-QUALIFIER DELIMITED BY SPACE
                   INTO HK-FILE-NAME
               PERFORM HK-HANDLE-FILE
               IF HK-FRAME-SUFFIX NOT = SPACES
                   MOVE "O" TO HK-FILE-KIND
                   MOVE SPACES TO HK-FILE-NAME
                   STRING "RPTFILE.B" DELIMITED BY SIZE
                       DISP-HK-BAND DELIMITED BY SIZE
                       HK-FRAME-SUFFIX DELIMITED BY SPACE
                       HK-QUALIFIER DELIMITED BY SPACE
                       INTO HK-FILE-NAME
                   PERFORM HK-HANDLE-FILE
               END-IF
           END-PERFORM.

      *>> HK-CHECK-FRAME-GATE - HK-GATE-REASON stays blank only when
      *the job passed its own checks and the merged image in
      *HK-FILE-NAME is on disk, VERIFY-FILENAME holds a PASS verdict
      *and, when the card asks, the library has the image
       HK-CHECK-FRAME-GATE.
           MOVE HK-JOB-REASON TO HK-GATE-REASON
           IF HK-GATE-REASON = SPACES
               MOVE HK-FILE-NAME TO SWEEP-PROBE-NAME
               CALL "CBL_CHECK_FILE_EXIST"
                   USING SWEEP-PROBE-NAME CACHE-FILE-DETAILS
                   RETURNING HK-RC
               END-CALL
               IF HK-RC NOT = 0
                   STRING "NO MERGED IMAGE " DELIMITED BY SIZE
                       HK-FILE-NAME DELIMITED BY SPACE
                       INTO HK-GATE-REASON
               END-IF
           END-IF
           IF HK-GATE-REASON = SPACES
               MOVE "NOT VERIFIED" TO HK-GATE-REASON
               OPEN INPUT VERIFY-FILE
               IF VFY-STATUS = "00"
                   MOVE 0 TO HK-EOF-FLAG
                   PERFORM UNTIL HK-EOF-FLAG = 1
                       READ VERIFY-FILE
                           AT END
                               MOVE 1 TO HK-EOF-FLAG
                           NOT AT END
                               IF VERIFY-RECORD(1:13)
                                   = "VERDICT: PASS"
                                   MOVE SPACES TO HK-GATE-REASON
                               END-IF
                               IF VERIFY-RECORD(1:13)
                                   = "VERDICT: FAIL"
                                   MOVE "VERIFY FAILED"
                                       TO HK-GATE-REASON
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VERIFY-FILE
               END-IF
           END-IF
           IF HK-GATE-REASON = SPACES AND HK-REQUIRE-LIB = 1
               MOVE HK-FILE-NAME TO SWEEP-WANTED-NAME
               PERFORM SWEEP-FIND-NAME
               IF SWEEP-NAME-INDEX = 0
                   MOVE "MERGED IMAGE NOT IN LIBRARY"
                       TO HK-GATE-REASON
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF HK-GATE-REASON = SPACES
               STRING "FRAME " DELIMITED BY SIZE
                   HK-FILE-NAME DELIMITED BY SPACE
                   " CLEARED FOR HOUSEKEEPING" DELIMITED BY SIZE
                   INTO REPORT-RECORD
           ELSE
               STRING "FRAME " DELIMITED BY SIZE
                   HK-FILE-NAME DELIMITED BY SPACE
                   " HELD - " DELIMITED BY SIZE
                   HK-GATE-REASON DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

      *>> HK-HANDLE-FILE - one intermediate, HK-FILE-KIND S for an
      *image strip or tile (or a band's density table, which stands
      *in for its strip), I for an iteration strip or tile and O
      *for a checkpoint, status or report file. a file that is not
      *there is no business of the report's
       HK-HANDLE-FILE.
           MOVE HK-FILE-NAME TO SWEEP-PROBE-NAME
           CALL "CBL_CHECK_FILE_EXIST"
               USING SWEEP-PROBE-NAME CACHE-FILE-DETAILS
               RETURNING HK-RC
           END-CALL
           IF HK-RC = 0
               MOVE 1 TO HK-FOUND-FLAG
               MOVE SPACES TO HK-REASON
               COMPUTE HK-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(HK-TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                       (CACHE-FILE-YEAR * 10000)
                       + (CACHE-FILE-MONTH * 100) + CACHE-FILE-DAY)
               EVALUATE TRUE
                   WHEN HK-GATE-REASON NOT = SPACES
                       MOVE "SKIPPED" TO HK-ACTION
                       MOVE HK-GATE-REASON TO HK-REASON
                   WHEN HK-FILE-KIND = "I" AND HK-KEEP-ITER = 1
      *>> a tiled frame's library entry names the manifest, not its
      *tiles
                       IF HK-LARGE = 1
                           MOVE "TILEMAN" TO SWEEP-WANTED-NAME
                       ELSE
                           MOVE HK-FILE-NAME TO SWEEP-WANTED-NAME
                       END-IF
                       PERFORM SWEEP-FIND-NAME
                       IF SWEEP-NAME-INDEX > 0
                           MOVE "KEPT" TO HK-ACTION
                           MOVE "LIBRARY ENTRY" TO HK-REASON
                       END-IF
               END-EVALUATE
               IF HK-REASON = SPACES AND HK-FILE-KIND NOT = "O"
                   AND HK-AGE-DAYS < HK-STRIP-DAYS
                   MOVE "KEPT" TO HK-ACTION
                   MOVE "RETENTION DAYS" TO HK-REASON
               END-IF
               IF HK-REASON = SPACES
                   CALL "CBL_DELETE_FILE" USING HK-FILE-NAME
                       RETURNING HK-RC
                   END-CALL
                   IF HK-RC = 0
                       MOVE "REMOVED" TO HK-ACTION
                   ELSE
                       MOVE "SKIPPED" TO HK-ACTION
                       MOVE "DELETE FAILED" TO HK-REASON
                   END-IF
               END-IF
               EVALUATE HK-ACTION
                   WHEN "REMOVED"
                       ADD 1 TO HK-REMOVED
                   WHEN "KEPT"
                       ADD 1 TO HK-KEPT
                   WHEN OTHER
                       ADD 1 TO HK-SKIPPED
               END-EVALUATE
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   HK-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HK-FILE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HK-REASON DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-AUDIT-HOUSEKEEPING
           END-IF.

      *>> WRITE-AUDIT-HOUSEKEEPING - one HKEEP line per file handled,
      *in the log of the step doing the housekeeping. the rollups
      *only read START and END lines and pass over these
       WRITE-AUDIT-HOUSEKEEPING.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-END-TIME FROM TIME
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open audit log, status "
               AUDIT-STATUS
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               STRING "HKEEP " RUN-END-DATE " " RUN-END-TIME
                   " ACTION=" HK-ACTION
                   " FILE=" HK-FILE-NAME
                   " REASON=" HK-REASON
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               END-STRING
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

      *>> REGISTER-MERGED-FRAME - a merged band or tile frame goes in
      *the library as kind M, under its own image name and no
      *iteration file (the strips' iteration data is never merged),
      *so the housekeeping can tell it was archived. a batch frame
      *is registered under its own SPANFILE window
       REGISTER-MERGED-FRAME.
           MOVE ITER-FILENAME TO MERGE-SAVE-ITER
           MOVE REAL-SPAN-MIN TO MERGE-SAVE-REAL-MIN
           MOVE REAL-SPAN-MAX TO MERGE-SAVE-REAL-MAX
           MOVE IMAG-SPAN-MIN TO MERGE-SAVE-IMAG-MIN
           MOVE IMAG-SPAN-MAX TO MERGE-SAVE-IMAG-MAX
           IF BATCH-MODE-FLAG = 1
               MOVE SPAN-REAL-SPAN-MIN TO REAL-SPAN-MIN
               MOVE SPAN-REAL-SPAN-MAX TO REAL-SPAN-MAX
               MOVE SPAN-IMAG-SPAN-MIN TO IMAG-SPAN-MIN
               MOVE SPAN-IMAG-SPAN-MAX TO IMAG-SPAN-MAX
           END-IF
           MOVE SPACES TO ITER-FILENAME
           MOVE 1 TO MERGE-REGISTER-FLAG
           PERFORM REGISTER-LIBRARY-ENTRY
           MOVE 0 TO MERGE-REGISTER-FLAG
           MOVE MERGE-SAVE-ITER TO ITER-FILENAME
           MOVE MERGE-SAVE-REAL-MIN TO REAL-SPAN-MIN
           MOVE MERGE-SAVE-REAL-MAX TO REAL-SPAN-MAX
           MOVE MERGE-SAVE-IMAG-MIN TO IMAG-SPAN-MIN
           MOVE MERGE-SAVE-IMAG-MAX TO IMAG-SPAN-MAX.

      *>> JULIA-SURVEY-PASS - the julia seed survey run mode. the
      *card's ordinary spans are the complex window every thumbnail
      *is rendered over; the survey columns are the rectangle of
                                   QT-STATUS(QUEUE-ENTRY-COUNT)
                               MOVE JOBQ-PARM-IMAGE TO
                                   QT-PARM(QUEUE-ENTRY-COUNT)
                               MOVE JOBQ-REQUESTER-ID TO
                                   QT-REQUESTER-ID(QUEUE-ENTRY-COUNT)
                               MOVE JOBQ-COST-CENTRE TO
                                   QT-COST-CENTRE(QUEUE-ENTRY-COUNT)
      *>> a fresh queue written by hand may leave the status column
      *blank - that is a PENDING job, not a mystery state
                               IF QT-STATUS(QUEUE-ENTRY-COUNT)
                   MOVE QT-NAME(QUEUE-INDEX)   TO JOBQ-NAME
                   MOVE QT-STATUS(QUEUE-INDEX) TO JOBQ-STATUS-TEXT
                   MOVE QT-PARM(QUEUE-INDEX)   TO JOBQ-PARM-IMAGE
                   MOVE QT-REQUESTER-ID(QUEUE-INDEX)
                       TO JOBQ-REQUESTER-ID
                   MOVE QT-COST-CENTRE(QUEUE-INDEX)
                       TO JOBQ-COST-CENTRE
                   WRITE QUEUE-RECORD
               END-PERFORM
               CLOSE QUEUE-FILE
           PERFORM SAVE-JOB-QUEUE
           MOVE QUEUE-SAVED-INDEX TO QUEUE-INDEX

           PERFORM PREPARE-QUEUED-JOB-CARD

           IF VALIDATION-OK = 0
               DISPLAY "Job " QT-NAME(QUEUE-INDEX)
               " has invalid parameters - FAILED"
               MOVE "FAILED" TO QT-STATUS(QUEUE-INDEX)
           ELSE
               ACCEPT RUN-START-DATE FROM DATE YYYYMMDD
               ACCEPT RUN-START-TIME FROM TIME
               PERFORM RUN-QUEUED-JOB-WORK
               MOVE "DONE" TO QT-STATUS(QUEUE-INDEX)
               DISPLAY "Job " QT-NAME(QUEUE-INDEX) " DONE"
           END-IF
           MOVE QUEUE-INDEX TO QUEUE-SAVED-INDEX
           PERFORM SAVE-JOB-QUEUE
           MOVE QUEUE-SAVED-INDEX TO QUEUE-INDEX
           MOVE SPACES TO JOB-QUALIFIER.

      *>> PREPARE-QUEUED-JOB-CARD - everything between picking a
      *queue entry and running it: the per-job resets, the card
      *image applied, the job qualifier, the catalog spans and the
      *validation. pulled out of RUN-ONE-QUEUED-JOB so the forecast
      *sees each card exactly the way the driver will
       PREPARE-QUEUED-JOB-CARD.
      *>> per-job resets of everything a previous job (or the queue
      *card itself) may have left behind - APPLY-PARM-RECORD only
      *moves the band rows when the job's own band flag is up

           MOVE QT-PARM(QUEUE-INDEX) TO PARM-RECORD
           PERFORM APPLY-PARM-RECORD
           IF QT-REQUESTER-ID(QUEUE-INDEX) NOT = SPACES
               MOVE QT-REQUESTER-ID(QUEUE-INDEX) TO REQUESTER-ID
           END-IF
           IF QT-COST-CENTRE(QUEUE-INDEX) NOT = SPACES
               MOVE QT-COST-CENTRE(QUEUE-INDEX) TO COST-CENTRE
           END-IF

      *>> a queued job is unattended by definition, and a queue card
      *inside a queue card would recurse - both are overridden here,
      *and so is a forecast card, which would walk the very queue
      *that is running it
           MOVE 1 TO HEADLESS-FLAG
           MOVE 0 TO QUEUE-FLAG
           MOVE 0 TO FORECAST-FLAG

           MOVE SPACES TO JOB-QUALIFIER
           STRING ".J" DELIMITED BY SIZE
               PERFORM APPLY-REGION-SPANS
           END-IF
           PERFORM SET-BAND-FILENAMES
           PERFORM VALIDATE-PARAMETERS.

      *>> RUN-QUEUED-JOB-WORK - what MAIN-LOGIC dispatches for a
      *single card, minus the attended SDL session: every run mode
                   PERFORM MONITOR-BANDS-PASS
               WHEN AUDIT-REPORT-FLAG = 1
                   PERFORM AUDIT-ROLLUP-PASS
               WHEN CHARGE-FLAG = 1
                   PERFORM CHARGEBACK-PASS
               WHEN COMPARE-FLAG = 1
                   PERFORM COMPARE-IMAGE-FILES
               WHEN FINDER-FLAG = 1
                   PERFORM REGION-FINDER-PASS
               WHEN SWEEP-FLAG = 1
                   PERFORM LIBRARY-SWEEP-PASS
               WHEN HKEEP-FLAG = 1
                   PERFORM HOUSEKEEPING-PASS
               WHEN ELEV-FLAG = 1
                   PERFORM ELEVATION-EXPORT-PASS
               WHEN CONVERT-FLAG = 1
                   PERFORM CONVERT-FILE-PASS
               WHEN ANIMATE-FLAG = 1
                   PERFORM EXPORT-ANIMATION
               WHEN VERIFY-FLAG = 1 OR MERGE-FLAG = 1
                   OR EXPORT-FLAG = 1 OR HKEEP-FLAG = 2
                   PERFORM RUN-QUEUED-FINISHING-STEPS
               WHEN RECOLOR-FLAG = 1
                   PERFORM RECOLOR-IMAGE-PASS
                   PERFORM LARGE-EXPORT-PASS
               END-IF
           ELSE
      *>> a density job's band steps leave tables, not strips - the
      *density merge checks those itself before it writes a frame
               IF VERIFY-FLAG = 1
                   AND (DENS-FLAG = 0 OR BAND-COUNT = 0)
                   IF BAND-COUNT > 0
                       MOVE 1 TO VFY-READ-STRIPS
                   ELSE
                       MOVE 0 TO VFY-READ-STRIPS
                   END-IF
                   PERFORM VERIFY-IMAGE-PASS
               END-IF
               IF MERGE-FLAG = 1
                   IF VERIFY-FAILED-FLAG = 1
                       DISPLAY "Coverage check failed - merge step "
                       "skipped to protect the previous merged image"
                   ELSE
                       IF DENS-FLAG = 1
                           PERFORM DENSITY-MERGE-PASS
                       ELSE
                           PERFORM MERGE-BAND-STRIPS
                       END-IF
                       IF VERIFY-FLAG = 1 AND VERIFY-FAILED-FLAG = 0
                           MOVE 0 TO VFY-READ-STRIPS
                           PERFORM VERIFY-IMAGE-PASS
                       END-IF
                   END-IF
               END-IF
               IF EXPORT-FLAG = 1
                   PERFORM EXPORT-ALL-IMAGES
               END-IF
           END-IF
           IF HKEEP-FLAG = 2
               PERFORM HOUSEKEEPING-PASS
           END-IF.

      *>> FORECAST-QUEUE-PASS - the pre-flight run mode. prices every
      *JOBQUEUE entry the driver would run (anything not DONE - the
      *driver reruns RUNNING and FAILED entries too) without running
      *any of them, and reports each job's estimate, the running
      *total, the wall clock it should finish at from the window
      *start, and the jobs that would miss the cutoff. a card that
      *fails VALIDATE-PARAMETERS is priced at nothing and flagged,
      *since the driver would mark it FAILED the moment it got there
       FORECAST-QUEUE-PASS.
           DISPLAY "Forecasting render job queue..."
      *>> the window start and cutoff come off the forecast card
      *itself and are turned into seconds now, because every queued
      *card applied below overwrites the card fields. an unsupplied
      *start means now, and a cutoff at or before the start is
      *tomorrow morning's - the usual shape of an overnight window
           IF FCST-WINDOW-START = 0
               COMPUTE FCST-START-SECS =
                   (FUNCTION NUMVAL(RUN-START-TIME(1:2)) * 3600)
                   + (FUNCTION NUMVAL(RUN-START-TIME(3:2)) * 60)
           ELSE
               COMPUTE FCST-START-SECS =
                   ((FCST-WINDOW-START / 100) * 3600)
                   + (FUNCTION MOD(FCST-WINDOW-START, 100) * 60)
           END-IF
           MOVE FCST-CUTOFF-TIME TO FCST-JOB-CUTOFF
           PERFORM CONVERT-FORECAST-CUTOFF
           MOVE FCST-JOB-CUTOFF TO FCST-CUTOFF-SECS

           MOVE "FCSTRPT" TO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open forecast report, status "
               REPORT-STATUS
               STOP RUN
           END-IF
           MOVE "RENDER QUEUE FORECAST REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM LOAD-JOB-QUEUE
           PERFORM CALIBRATE-FORECAST-RATES

      *>> the frame count a plain render card will run - whatever
      *SPANFILE is sitting there now, until a queued sequence
      *generator rewrites it ahead of the jobs that follow
           MOVE 0 TO FCST-SPAN-FRAMES
           OPEN INPUT SPAN-FILE
           IF SPAN-STATUS = "00"
               MOVE 0 TO SPAN-EOF-FLAG
               PERFORM UNTIL SPAN-EOF-FLAG = 1
                   READ SPAN-FILE
                       AT END
                           MOVE 1 TO SPAN-EOF-FLAG
                       NOT AT END
                           ADD 1 TO FCST-SPAN-FRAMES
                   END-READ
               END-PERFORM
           END-IF
           IF SPAN-STATUS = "00" OR SPAN-STATUS = "10"
               OR SPAN-STATUS = "05"
               CLOSE SPAN-FILE
           END-IF

           MOVE FCST-START-SECS TO FCST-CLOCK-SECS
           PERFORM FORMAT-FORECAST-CLOCK
           MOVE SPACES TO REPORT-RECORD
           STRING "WINDOW START " DELIMITED BY SIZE
               DISP-FCST-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               DISP-FCST-MM DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF FCST-CUTOFF-SECS < 0
               MOVE "NO CUTOFF GIVEN" TO REPORT-RECORD
           ELSE
               MOVE FCST-CUTOFF-SECS TO FCST-CLOCK-SECS
               PERFORM FORMAT-FORECAST-CLOCK
               MOVE SPACES TO REPORT-RECORD
               STRING "CUTOFF       " DELIMITED BY SIZE
                   DISP-FCST-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   DISP-FCST-MM DELIMITED BY SIZE
                   " +" DELIMITED BY SIZE
                   DISP-FCST-DAY DELIMITED BY SIZE
                   INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE "JOB      STATUS   KIND     FRAMES / SECONDS / RUNNING"
               & " TOTAL / FINISHES AT" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO FCST-TOTAL-SECS
           MOVE 0 TO FCST-JOB-COUNT
           MOVE 0 TO FCST-LATE-COUNT
           MOVE 0 TO FCST-INVALID-COUNT
           IF QUEUE-ENTRY-COUNT = 0
               MOVE "JOBQUEUE is missing or empty - nothing to price"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING QUEUE-INDEX FROM 1 BY 1
               UNTIL QUEUE-INDEX > QUEUE-ENTRY-COUNT
               IF QT-STATUS(QUEUE-INDEX) NOT = "DONE"
                   PERFORM FORECAST-ONE-QUEUED-JOB
               END-IF
           END-PERFORM
           MOVE SPACES TO JOB-QUALIFIER

           PERFORM WRITE-FORECAST-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Forecast written to FCSTRPT".

      *>> CONVERT-FORECAST-CUTOFF - FCST-JOB-CUTOFF arrives as an HHMM
      *and leaves as seconds on the window's clock (day 0 midnight
      *based), or -1 when no cutoff was given
       CONVERT-FORECAST-CUTOFF.
           IF FCST-JOB-CUTOFF = 0
               MOVE -1 TO FCST-JOB-CUTOFF
           ELSE
               COMPUTE FCST-JOB-CUTOFF =
                   ((FCST-JOB-CUTOFF / 100) * 3600)
                   + (FUNCTION MOD(FCST-JOB-CUTOFF, 100) * 60)
               IF FCST-JOB-CUTOFF <= FCST-START-SECS
                   ADD 86400 TO FCST-JOB-CUTOFF
               END-IF
           END-IF.

      *>> FORMAT-FORECAST-CLOCK - FCST-CLOCK-SECS on the window's
      *clock as hh:mm plus the day it falls on
       FORMAT-FORECAST-CLOCK.
           COMPUTE DISP-FCST-DAY = FCST-CLOCK-SECS / 86400
           COMPUTE DISP-FCST-HH =
               FUNCTION MOD(FCST-CLOCK-SECS, 86400) / 3600
           COMPUTE DISP-FCST-MM =
               FUNCTION MOD(FCST-CLOCK-SECS, 3600) / 60.

      *>> CALIBRATE-FORECAST-RATES - every START/END pair that ran to
      *completion, in the plain log, every queued job's own log, and
      *the band logs of each (as many as the card's BAND-COUNT says,
      *the same convention AUDIT-ROLLUP-PASS walks by), adds its work
      *and its elapsed seconds to its formula/precision rate entry. a
      *band log's START carries the whole frame's geometry but the
      *band only ran its share of the rows, so the work is divided by
      *the band count
       CALIBRATE-FORECAST-RATES.
           PERFORM VARYING FCST-RATE-INDEX FROM 1 BY 1
               UNTIL FCST-RATE-INDEX > 8
               MOVE 0 TO FR-WORK(FCST-RATE-INDEX)
               MOVE 0 TO FR-SECS(FCST-RATE-INDEX)
               MOVE 0 TO FR-RUNS(FCST-RATE-INDEX)
           END-PERFORM
           PERFORM VARYING FCST-QUAL-INDEX FROM 0 BY 1
               UNTIL FCST-QUAL-INDEX > QUEUE-ENTRY-COUNT
               PERFORM FCST-SET-QUALIFIER
               IF FCST-FIRST-FLAG = 1
                   PERFORM VARYING AUD-FILE-INDEX FROM 0 BY 1
                       UNTIL AUD-FILE-INDEX > FCST-FILE-BANDS
                       MOVE SPACES TO AUDIT-FILENAME
                       IF AUD-FILE-INDEX = 0
                           STRING "AUDITFILE" DELIMITED BY SIZE
                               FCST-QUALIFIER DELIMITED BY SPACE
                               INTO AUDIT-FILENAME
                       ELSE
                           MOVE AUD-FILE-INDEX TO DISP-BAND-ID
                           STRING "AUDITFILE.B" DELIMITED BY SIZE
                               DISP-BAND-ID DELIMITED BY SIZE
                               FCST-QUALIFIER DELIMITED BY SPACE
                               INTO AUDIT-FILENAME
                       END-IF
                       PERFORM CALIBRATE-ONE-AUDIT-FILE
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>> FCST-SET-QUALIFIER - entry 0 is the card's own logs. a job
      *name queued more than once (a region queued again) shares one
      *set of logs, so it is walked once, at its first entry, out to
      *the largest band count any of its cards carries - otherwise
      *its runs would teach the rates twice. FCST-FIRST-FLAG comes
      *back 0 for the repeats
       FCST-SET-QUALIFIER.
           MOVE 1 TO FCST-FIRST-FLAG
           MOVE SPACES TO FCST-QUALIFIER
           IF FCST-QUAL-INDEX = 0
               MOVE BAND-COUNT TO FCST-FILE-BANDS
           ELSE
               STRING ".J" DELIMITED BY SIZE
                   QT-NAME(FCST-QUAL-INDEX) DELIMITED BY SPACE
                   INTO FCST-QUALIFIER
               MOVE 0 TO FCST-FILE-BANDS
               PERFORM VARYING FCST-OTHER-INDEX FROM 1 BY 1
                   UNTIL FCST-OTHER-INDEX > QUEUE-ENTRY-COUNT
                   IF QT-NAME(FCST-OTHER-INDEX)
                       = QT-NAME(FCST-QUAL-INDEX)
                       IF FCST-OTHER-INDEX < FCST-QUAL-INDEX
                           MOVE 0 TO FCST-FIRST-FLAG
                       END-IF
                       MOVE QT-PARM(FCST-OTHER-INDEX) TO PARM-RECORD
                       IF PARM-BAND-COUNT > FCST-FILE-BANDS
                           MOVE PARM-BAND-COUNT TO FCST-FILE-BANDS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CALIBRATE-ONE-AUDIT-FILE.
           MOVE 0 TO AUD-PEND-ACTIVE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               MOVE 0 TO AUD-EOF-FLAG
               PERFORM UNTIL AUD-EOF-FLAG = 1
                   READ AUDIT-FILE
                       AT END
                           MOVE 1 TO AUD-EOF-FLAG
                       NOT AT END
                           IF AUDIT-RECORD(1:6) = "START "
                               MOVE 1 TO AUD-PEND-ACTIVE
                               MOVE AUDIT-RECORD(7:8)  TO AUD-PEND-DATE
                               MOVE AUDIT-RECORD(16:8) TO AUD-PEND-TIME
                               MOVE AUDIT-RECORD TO FCST-PEND-RECORD
                           ELSE
                               IF AUDIT-RECORD(1:4) = "END "
                                   AND AUD-PEND-ACTIVE = 1
                                   PERFORM CALIBRATE-ONE-RUN
                                   MOVE 0 TO AUD-PEND-ACTIVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *>> CALIBRATE-ONE-RUN - a run cut short by the quit flag did an
      *unknown share of its work, and a frame served from the render
      *library did none of it, so only COMPLETED-NORMALLY pairs that
      *really computed teach the rate. AUDIT-RECORD holds the END
      *line on the way in
       CALIBRATE-ONE-RUN.
           MOVE 0 TO AUD-TALLY
           INSPECT AUDIT-RECORD TALLYING AUD-TALLY
               FOR ALL "STATUS=COMPLETED-NORMALLY"
           MOVE 0 TO AUD-SCAN-POS
           INSPECT AUDIT-RECORD TALLYING AUD-SCAN-POS
               FOR ALL " CACHE-HIT="
           INSPECT FCST-PEND-RECORD TALLYING AUD-SCAN-POS
               FOR ALL " DENSITY="
           IF AUD-TALLY > 0 AND AUD-SCAN-POS = 0
               PERFORM COMPUTE-AUDIT-ELAPSED
               IF AUD-ELAPSED < 1
                   MOVE 1 TO AUD-ELAPSED
               END-IF
               MOVE FCST-PEND-RECORD TO AUDIT-RECORD
               MOVE " WIDTH=" TO AUD-TOKEN-KEY
               MOVE 7 TO AUD-TOKEN-LEN
               PERFORM FIND-AUDIT-TOKEN
               COMPUTE FCST-RUN-WIDTH = FUNCTION NUMVAL(AUD-TOKEN-VALUE)
               MOVE " HEIGHT=" TO AUD-TOKEN-KEY
               MOVE 8 TO AUD-TOKEN-LEN
               PERFORM FIND-AUDIT-TOKEN
               COMPUTE FCST-RUN-HEIGHT =
                   FUNCTION NUMVAL(AUD-TOKEN-VALUE)
               MOVE " MAX-ITER=" TO AUD-TOKEN-KEY
               MOVE 10 TO AUD-TOKEN-LEN
               PERFORM FIND-AUDIT-TOKEN
               COMPUTE FCST-RUN-MAX-ITER =
                   FUNCTION NUMVAL(AUD-TOKEN-VALUE)
               MOVE " SAMPLES=" TO AUD-TOKEN-KEY
               MOVE 9 TO AUD-TOKEN-LEN
               PERFORM FIND-AUDIT-TOKEN
               COMPUTE FCST-RUN-SAMPLES =
                   FUNCTION NUMVAL(AUD-TOKEN-VALUE)
               IF FCST-RUN-SAMPLES < 1
                   MOVE 1 TO FCST-RUN-SAMPLES
               END-IF
               MOVE " PRECISION=" TO AUD-TOKEN-KEY
               MOVE 11 TO AUD-TOKEN-LEN
               PERFORM FIND-AUDIT-TOKEN
               IF AUD-TOKEN-VALUE(1:1) = "1"
                   MOVE 1 TO FCST-RUN-PRECISION
               ELSE
                   MOVE 0 TO FCST-RUN-PRECISION
               END-IF
               MOVE " FORMULA=" TO AUD-TOKEN-KEY
               MOVE 9 TO AUD-TOKEN-LEN
               PERFORM FIND-AUDIT-TOKEN
               EVALUATE AUD-TOKEN-VALUE
                   WHEN "MANDELBROT"
                       MOVE 2 TO FCST-RUN-FORMULA
                   WHEN "TRICORN"
                       MOVE 3 TO FCST-RUN-FORMULA
                   WHEN "JULIA"
                       MOVE 4 TO FCST-RUN-FORMULA
                   WHEN OTHER
                       MOVE 1 TO FCST-RUN-FORMULA
               END-EVALUATE
               COMPUTE FCST-WORK = FCST-RUN-WIDTH * FCST-RUN-HEIGHT
                   * FCST-RUN-SAMPLES * FCST-RUN-SAMPLES
                   * FCST-RUN-MAX-ITER
               IF AUD-FILE-INDEX > 0 AND FCST-FILE-BANDS > 0
                   COMPUTE FCST-WORK = FCST-WORK / FCST-FILE-BANDS
               END-IF
               IF FCST-WORK > 0
                   COMPUTE FCST-RATE-INDEX =
                       ((FCST-RUN-FORMULA - 1) * 2)
                       + FCST-RUN-PRECISION + 1
                   ADD FCST-WORK   TO FR-WORK(FCST-RATE-INDEX)
                   ADD AUD-ELAPSED TO FR-SECS(FCST-RATE-INDEX)
                   ADD 1           TO FR-RUNS(FCST-RATE-INDEX)
               END-IF
           END-IF.

      *>> FORECAST-ONE-QUEUED-JOB - the card goes through exactly the
      *preparation RUN-ONE-QUEUED-JOB gives it, then the same run
      *mode order RUN-QUEUED-JOB-WORK dispatches on decides what kind
      *of work it is. the report and maintenance modes only read and
      *rewrite small files and are carried at no cost
       FORECAST-ONE-QUEUED-JOB.
           PERFORM PREPARE-QUEUED-JOB-CARD
           ADD 1 TO FCST-JOB-COUNT
           MOVE 0 TO FCST-WORK
           MOVE 0 TO FCST-FRAMES
           MOVE 0 TO FCST-JOB-SECS
           MOVE SPACES TO FCST-JOB-NOTE
           MOVE FCST-CUTOFF-TIME TO FCST-JOB-CUTOFF
           PERFORM CONVERT-FORECAST-CUTOFF
           IF FCST-JOB-CUTOFF < 0
               MOVE FCST-CUTOFF-SECS TO FCST-JOB-CUTOFF
           END-IF

           IF VALIDATION-OK = 0
               MOVE "INVALID" TO FCST-JOB-KIND
               MOVE "WILL FAIL VALIDATION" TO FCST-JOB-NOTE
               ADD 1 TO FCST-INVALID-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN REGION-MAINT-FLAG = 1
                       MOVE "UTILITY" TO FCST-JOB-KIND
                   WHEN SPANGEN-FLAG = 1
                       MOVE "SPANGEN" TO FCST-JOB-KIND
                       IF SEQ-FRAME-COUNT >= 2
                           AND SEQ-FRAME-COUNT <= 999
                           MOVE SEQ-FRAME-COUNT TO FCST-SPAN-FRAMES
                       END-IF
                   WHEN SURVEY-FLAG = 1
                       MOVE "SURVEY" TO FCST-JOB-KIND
                       PERFORM PRICE-FORECAST-SURVEY
                   WHEN LIBRARY-INQ-FLAG = 1
                       OR MONITOR-FLAG = 1
                       OR AUDIT-REPORT-FLAG = 1
                       OR CHARGE-FLAG = 1
                       OR COMPARE-FLAG = 1
                       OR CONVERT-FLAG = 1
                       OR FINDER-FLAG = 1
                       OR SWEEP-FLAG = 1
                       OR HKEEP-FLAG > 0
                       OR ELEV-FLAG = 1
                       OR ANIMATE-FLAG = 1
                       OR VERIFY-FLAG = 1
                       OR MERGE-FLAG = 1
                       OR EXPORT-FLAG = 1
                       OR RECOLOR-FLAG = 1
                       MOVE "UTILITY" TO FCST-JOB-KIND
                   WHEN DENS-FLAG = 1
                       MOVE "DENSITY" TO FCST-JOB-KIND
                       PERFORM PRICE-FORECAST-DENSITY
                   WHEN LARGE-FLAG = 1
                       MOVE "LARGE" TO FCST-JOB-KIND
                       MOVE 1 TO FCST-FRAMES
                       COMPUTE FCST-WORK = WIDTH * HEIGHT
                           * SAMPLE-FACTOR * SAMPLE-FACTOR
                           * MAX-ITERATOR
                       COMPUTE FCST-WORK =
                           (FCST-WORK * FCST-LARGE-PCT) / 100
                       IF PALETTE-MODE = 3
                           COMPUTE FCST-WORK = FCST-WORK * 2
                       END-IF
                   WHEN OTHER
                       MOVE "RENDER" TO FCST-JOB-KIND
                       PERFORM PRICE-FORECAST-RENDER
               END-EVALUATE
               IF FCST-WORK > 0
                   MOVE FORMULA-MODE TO FCST-RUN-FORMULA
                   MOVE PRECISION-MODE TO FCST-RUN-PRECISION
                   IF SURVEY-FLAG = 1
                       MOVE 4 TO FCST-RUN-FORMULA
                       MOVE 0 TO FCST-RUN-PRECISION
                   END-IF
                   PERFORM LOOKUP-FORECAST-RATE
                   COMPUTE FCST-JOB-SECS =
                       (FCST-WORK + FCST-RATE - 1) / FCST-RATE
               END-IF
           END-IF

           ADD FCST-JOB-SECS TO FCST-TOTAL-SECS
           COMPUTE FCST-FINISH-SECS = FCST-START-SECS + FCST-TOTAL-SECS
           IF FCST-JOB-CUTOFF >= 0
               AND FCST-FINISH-SECS > FCST-JOB-CUTOFF
               AND VALIDATION-OK = 1
               MOVE "MISSES CUTOFF" TO FCST-JOB-NOTE
               ADD 1 TO FCST-LATE-COUNT
           END-IF
           PERFORM WRITE-FORECAST-DETAIL.

      *>> PRICE-FORECAST-SURVEY - the survey sheet's thumbnails at
      *the same grid and tile defaults JULIA-SURVEY-PASS falls back to
       PRICE-FORECAST-SURVEY.
           IF SURVEY-GRID < 2
               MOVE 8 TO SURVEY-GRID
           END-IF
           IF SURVEY-TILE < 16
               MOVE 100 TO SURVEY-TILE
           END-IF
           MOVE 1 TO FCST-FRAMES
           COMPUTE FCST-WORK = SURVEY-GRID * SURVEY-TILE
               * SURVEY-GRID * SURVEY-TILE
               * SAMPLE-FACTOR * SAMPLE-FACTOR * MAX-ITERATOR.

      *>> PRICE-FORECAST-RENDER - a plain render runs its band's rows
      *(the whole frame when no band was asked for) once per SPANFILE
      *frame, or once with no SPANFILE - and a single frame the render
      *library can already serve costs nothing
       PRICE-FORECAST-RENDER.
           IF BAND-END-ROW < 0
               MOVE HEIGHT TO FCST-ROWS
           ELSE
               COMPUTE FCST-ROWS = BAND-END-ROW - BAND-START-ROW + 1
           END-IF
           IF FCST-SPAN-FRAMES > 0
               MOVE FCST-SPAN-FRAMES TO FCST-FRAMES
           ELSE
               MOVE 1 TO FCST-FRAMES
           END-IF
           COMPUTE FCST-WORK = WIDTH * FCST-ROWS
               * SAMPLE-FACTOR * SAMPLE-FACTOR * MAX-ITERATOR
               * FCST-FRAMES
           IF FCST-SPAN-FRAMES = 0
               PERFORM FIND-CACHED-RENDER
               IF CACHE-FOUND-FLAG = 1
                   MOVE 0 TO FCST-WORK
                   MOVE "LIBRARY REUSE" TO FCST-JOB-NOTE
               END-IF
           END-IF.

      *>> PRICE-FORECAST-DENSITY - a density render runs its band's
      *rows once per channel at that channel's own sampling and
      *limit, and replays every orbit that escapes, which is taken
      *as doubling the work. nothing in the library stands in for it
       PRICE-FORECAST-DENSITY.
           IF BAND-END-ROW < 0
               MOVE HEIGHT TO FCST-ROWS
           ELSE
               COMPUTE FCST-ROWS = BAND-END-ROW - BAND-START-ROW + 1
           END-IF
           IF FCST-SPAN-FRAMES > 0
               MOVE FCST-SPAN-FRAMES TO FCST-FRAMES
           ELSE
               MOVE 1 TO FCST-FRAMES
           END-IF
           PERFORM VARYING DENS-CH FROM 1 BY 1 UNTIL DENS-CH > 3
               COMPUTE FCST-WORK = FCST-WORK + (WIDTH * FCST-ROWS
                   * DENS-CH-SAMPLES(DENS-CH) * DENS-CH-SAMPLES(DENS-CH)
                   * DENS-CH-LIMIT(DENS-CH) * FCST-FRAMES * 2)
           END-PERFORM.

      *>> LOOKUP-FORECAST-RATE - the job's own formula/precision rate
      *when the log has one; otherwise the same formula's plain rate
      *slowed by the deep penalty; otherwise every plain run pooled;
      *otherwise the compiled-in default - the last two also take the
      *deep penalty when the job asks for deep arithmetic
       LOOKUP-FORECAST-RATE.
           IF FCST-RUN-FORMULA < 1 OR FCST-RUN-FORMULA > 4
               MOVE 1 TO FCST-RUN-FORMULA
           END-IF
           COMPUTE FCST-RATE-INDEX =
               ((FCST-RUN-FORMULA - 1) * 2) + FCST-RUN-PRECISION + 1
           COMPUTE FCST-ALT-INDEX = ((FCST-RUN-FORMULA - 1) * 2) + 1
           MOVE 0 TO FCST-POOL-WORK
           MOVE 0 TO FCST-POOL-SECS
           PERFORM VARYING FCST-QUAL-INDEX FROM 1 BY 2
               UNTIL FCST-QUAL-INDEX > 7
               ADD FR-WORK(FCST-QUAL-INDEX) TO FCST-POOL-WORK
               ADD FR-SECS(FCST-QUAL-INDEX) TO FCST-POOL-SECS
           END-PERFORM
           EVALUATE TRUE
               WHEN FR-SECS(FCST-RATE-INDEX) > 0
                   COMPUTE FCST-RATE = FR-WORK(FCST-RATE-INDEX)
                       / FR-SECS(FCST-RATE-INDEX)
                   MOVE "OWN" TO FCST-RATE-SOURCE
               WHEN FR-SECS(FCST-ALT-INDEX) > 0
                   COMPUTE FCST-RATE = FR-WORK(FCST-ALT-INDEX)
                       / FR-SECS(FCST-ALT-INDEX) / FCST-DEEP-PENALTY
                   MOVE "FORMULA" TO FCST-RATE-SOURCE
               WHEN FCST-POOL-SECS > 0
                   COMPUTE FCST-RATE = FCST-POOL-WORK / FCST-POOL-SECS
                   MOVE "POOLED" TO FCST-RATE-SOURCE
               WHEN OTHER
                   MOVE FCST-DEFAULT-RATE TO FCST-RATE
                   MOVE "DEFAULT" TO FCST-RATE-SOURCE
           END-EVALUATE
           IF FCST-RUN-PRECISION = 1
               AND (FCST-RATE-SOURCE = "POOLED"
                   OR FCST-RATE-SOURCE = "DEFAULT")
               COMPUTE FCST-RATE = FCST-RATE / FCST-DEEP-PENALTY
           END-IF
           IF FCST-RATE < 1
               MOVE 1 TO FCST-RATE
           END-IF.

       WRITE-FORECAST-DETAIL.
           MOVE FCST-FRAMES      TO DISP-FCST-FRAMES
           MOVE FCST-JOB-SECS    TO DISP-FCST-SECS
           MOVE FCST-TOTAL-SECS  TO DISP-FCST-CUM
           MOVE FCST-FINISH-SECS TO FCST-CLOCK-SECS
           PERFORM FORMAT-FORECAST-CLOCK
           MOVE SPACES TO REPORT-RECORD
           STRING QT-NAME(QUEUE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QT-STATUS(QUEUE-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FCST-JOB-KIND DELIMITED BY SIZE
               " FR=" DELIMITED BY SIZE
               DISP-FCST-FRAMES DELIMITED BY SIZE
               " EST=" DELIMITED BY SIZE
               DISP-FCST-SECS DELIMITED BY SIZE
               " CUM=" DELIMITED BY SIZE
               DISP-FCST-CUM DELIMITED BY SIZE
               " END " DELIMITED BY SIZE
               DISP-FCST-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               DISP-FCST-MM DELIMITED BY SIZE
               " +" DELIMITED BY SIZE
               DISP-FCST-DAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FCST-JOB-NOTE DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *>> WRITE-FORECAST-SUMMARY - the rates the estimates were built
      *on, so a surprising number can be traced to a thin history,
      *then the totals
       WRITE-FORECAST-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RATES LEARNED FROM THE AUDIT LOG (WORK UNITS/SECOND)"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING FCST-RATE-INDEX FROM 1 BY 1
               UNTIL FCST-RATE-INDEX > 8
               COMPUTE FCST-RUN-FORMULA =
                   ((FCST-RATE-INDEX - 1) / 2) + 1
               EVALUATE FCST-RUN-FORMULA
                   WHEN 2
                       MOVE "MANDELBROT" TO FCST-FORMULA-TEXT
                   WHEN 3
                       MOVE "TRICORN" TO FCST-FORMULA-TEXT
                   WHEN 4
                       MOVE "JULIA" TO FCST-FORMULA-TEXT
                   WHEN OTHER
                       MOVE "BURNING-SHIP" TO FCST-FORMULA-TEXT
               END-EVALUATE
               MOVE FR-RUNS(FCST-RATE-INDEX) TO DISP-FCST-RUNS
               IF FR-SECS(FCST-RATE-INDEX) > 0
                   COMPUTE DISP-FCST-RATE = FR-WORK(FCST-RATE-INDEX)
                       / FR-SECS(FCST-RATE-INDEX)
               ELSE
                   MOVE 0 TO DISP-FCST-RATE
               END-IF
               MOVE SPACES TO REPORT-RECORD
               IF FUNCTION MOD(FCST-RATE-INDEX, 2) = 1
                   STRING FCST-FORMULA-TEXT DELIMITED BY SIZE
                       " CLASSIC RUNS=" DELIMITED BY SIZE
                       DISP-FCST-RUNS DELIMITED BY SIZE
                       " RATE=" DELIMITED BY SIZE
                       DISP-FCST-RATE DELIMITED BY SIZE
                       INTO REPORT-RECORD
               ELSE
                   STRING FCST-FORMULA-TEXT DELIMITED BY SIZE
                       " DEEP    RUNS=" DELIMITED BY SIZE
                       DISP-FCST-RUNS DELIMITED BY SIZE
                       " RATE=" DELIMITED BY SIZE
                       DISP-FCST-RATE DELIMITED BY SIZE
                       INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FCST-JOB-COUNT TO DISP-FCST-RUNS
           MOVE FCST-TOTAL-SECS TO DISP-FCST-CUM
           COMPUTE FCST-CLOCK-SECS = FCST-START-SECS + FCST-TOTAL-SECS
           PERFORM FORMAT-FORECAST-CLOCK
           MOVE SPACES TO REPORT-RECORD
           STRING "JOBS PRICED " DELIMITED BY SIZE
               DISP-FCST-RUNS DELIMITED BY SIZE
               "  TOTAL SECONDS " DELIMITED BY SIZE
               DISP-FCST-CUM DELIMITED BY SIZE
               "  QUEUE ENDS " DELIMITED BY SIZE
               DISP-FCST-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               DISP-FCST-MM DELIMITED BY SIZE
               " +" DELIMITED BY SIZE
               DISP-FCST-DAY DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FCST-LATE-COUNT TO DISP-FCST-RUNS
           MOVE SPACES TO REPORT-RECORD
           STRING "JOBS MISSING CUTOFF " DELIMITED BY SIZE
               DISP-FCST-RUNS DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE FCST-INVALID-COUNT TO DISP-FCST-RUNS
           MOVE SPACES TO REPORT-RECORD
           STRING "CARDS FAILING VALIDATION " DELIMITED BY SIZE
               DISP-FCST-RUNS DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF FCST-CUTOFF-SECS >= 0
               AND FCST-START-SECS + FCST-TOTAL-SECS > FCST-CUTOFF-SECS
               MOVE "VERDICT: QUEUE DOES NOT FIT THE WINDOW"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF FCST-CUTOFF-SECS >= 0
                   MOVE "VERDICT: QUEUE FITS THE WINDOW"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

                   ADD 1 TO AUD-FRAME-RUNS(AUD-FRAME-NUM + 1)
               END-IF

               PERFORM COMPUTE-AUDIT-ELAPSED
               MOVE AUD-ELAPSED TO DISP-AUD-ELAPSED

               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>> COMPUTE-AUDIT-ELAPSED - elapsed wall time from the pending
      *START's stamps to the END line sitting in AUDIT-RECORD - whole
      *days via the integer date, the rest from the hhmmss part of the
      *stamp. shared by the rollup and everything else that prices a
      *run off the log
       COMPUTE-AUDIT-ELAPSED.
           COMPUTE AUD-START-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(AUD-PEND-DATE))
           COMPUTE AUD-END-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(AUDIT-RECORD(7:8)))
           COMPUTE AUD-START-SECS =
               (FUNCTION NUMVAL(AUD-PEND-TIME(1:2)) * 3600)
               + (FUNCTION NUMVAL(AUD-PEND-TIME(3:2)) * 60)
               + FUNCTION NUMVAL(AUD-PEND-TIME(5:2))
           COMPUTE AUD-END-SECS =
               (FUNCTION NUMVAL(AUDIT-RECORD(16:2)) * 3600)
               + (FUNCTION NUMVAL(AUDIT-RECORD(18:2)) * 60)
               + FUNCTION NUMVAL(AUDIT-RECORD(20:2))
           COMPUTE AUD-ELAPSED =
               ((AUD-END-DAYS - AUD-START-DAYS) * 86400)
               + AUD-END-SECS - AUD-START-SECS
           IF AUD-ELAPSED < 0
               MOVE 0 TO AUD-ELAPSED
           END-IF.

      *>> FIND-AUDIT-FRAME-TOKEN - FRAME= floats with the line format
      *generation, so it is hunted, not hardcoded to a column
       FIND-AUDIT-FRAME-TOKEN.
           MOVE "000" TO AUD-FRAME-TEXT
           PERFORM VARYING AUD-SCAN-POS FROM 1 BY 1
               UNTIL AUD-SCAN-POS > 390
               IF AUDIT-RECORD(AUD-SCAN-POS:7) = " FRAME="
                   MOVE AUDIT-RECORD(AUD-SCAN-POS + 7:3)
                       TO AUD-FRAME-TEXT
               END-IF
           END-PERFORM.

      *>> FIND-AUDIT-TOKEN - the general form of the FRAME= hunt for
      *any AUD-TOKEN-KEY of AUD-TOKEN-LEN characters (leading space
      *included, so WIDTH= never matches inside SAMPLE-WIDTH=). spaces
      *come back when the line predates the token
       FIND-AUDIT-TOKEN.
           MOVE SPACES TO AUD-TOKEN-VALUE
           PERFORM VARYING AUD-SCAN-POS FROM 1 BY 1
               UNTIL AUD-SCAN-POS > 400 - AUD-TOKEN-LEN
               IF AUDIT-RECORD(AUD-SCAN-POS:AUD-TOKEN-LEN)
                   = AUD-TOKEN-KEY(1:AUD-TOKEN-LEN)
                   MOVE SPACES TO AUD-TOKEN-VALUE
                   UNSTRING AUDIT-RECORD(AUD-SCAN-POS + AUD-TOKEN-LEN:)
                       DELIMITED BY SPACE
                       INTO AUD-TOKEN-VALUE
                   END-UNSTRING
               END-IF
           END-PERFORM.

       RECORD-ORPHAN-START.
           ADD 1 TO AUD-ORPHAN-COUNT
           IF AUD-ORPHAN-COUNT <= 100
               MOVE SPACES
                   TO AUD-ORPHAN-ENTRY(AUD-ORPHAN-COUNT)
               STRING AUD-PEND-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-PEND-TIME DELIMITED BY SIZE
                   " FRAME=" DELIMITED BY SIZE
                   AUD-PEND-FRAME DELIMITED BY SIZE
                   " MODE=" DELIMITED BY SIZE
                   AUD-PEND-MODE DELIMITED BY SIZE
                   INTO AUD-ORPHAN-ENTRY(AUD-ORPHAN-COUNT)
           END-IF.

       WRITE-AUDIT-ROLLUP-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-RUN-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNS PAIRED:        " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-COMPLETED-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPLETED-NORMALLY: " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-CUTSHORT-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "CUT-SHORT:          " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-BATCH-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "MODE=BATCH RUNS:    " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-SINGLE-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "MODE=SINGLE RUNS:   " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-STRAY-END-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "END WITHOUT START:  " DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RUNS BY FRAME:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > 1000
               IF AUD-FRAME-RUNS(HIST-INDEX) > 0
                   COMPUTE DISP-ITER-NUMBER = HIST-INDEX - 1
                   MOVE AUD-FRAME-RUNS(HIST-INDEX)
                       TO DISP-VFY-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  FRAME " DELIMITED BY SIZE
                       DISP-ITER-NUMBER DELIMITED BY SIZE
                       "  RUNS " DELIMITED BY SIZE
                       DISP-VFY-COUNT DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE AUD-ORPHAN-COUNT TO DISP-VFY-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "ORPHAN STARTS (NO MATCHING END): "
               DELIMITED BY SIZE
               DISP-VFY-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING AUD-SCAN-POS FROM 1 BY 1
               UNTIL AUD-SCAN-POS > AUD-ORPHAN-COUNT
               OR AUD-SCAN-POS > 100
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   AUD-ORPHAN-ENTRY(AUD-SCAN-POS) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF AUD-ORPHAN-COUNT > 100
               MOVE "  FURTHER ORPHANS SUPPRESSED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *>> CHARGEBACK-PASS - the compute chargeback run mode. walks
      *the same logs CALIBRATE-FORECAST-RATES does - the plain
      *AUDITFILE and its band logs, then each job name in JOBQUEUE's
      *own log and band logs - pairs START with END the way
      *AUDIT-ROLLUP-PASS does, and charges every run whose START
      *falls in the period to the cost centre and requester on its
      *START line. the report is in cost centre / requester order
      *with a subtotal per cost centre, a grand total, and the runs
      *that carried no requester listed on their own
       CHARGEBACK-PASS.
           DISPLAY "Building compute chargeback report..."
           PERFORM CHG-SET-PERIOD
           MOVE SPACES TO REPORT-FILENAME
           STRING "CHGRPT" DELIMITED BY SIZE
               JOB-QUALIFIER DELIMITED BY SPACE
               INTO REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open chargeback report, status "
               REPORT-STATUS
               STOP RUN
           END-IF
           MOVE "RENDER COMPUTE CHARGEBACK REPORT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PERIOD: " DELIMITED BY SIZE
               CHARGE-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               CHARGE-TO DELIMITED BY SIZE
               " (BY RUN START DATE)" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF CHARGE-FROM > CHARGE-TO
               MOVE "PERIOD START IS AFTER ITS END - NOTHING CHARGED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY "Chargeback period start " CHARGE-FROM
               " is after its end " CHARGE-TO
           ELSE
               PERFORM CHG-WALK-AUDIT-FILES
               PERFORM WRITE-CHARGEBACK-REPORT
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Chargeback report written to " REPORT-FILENAME.

      *>> CHG-WALK-AUDIT-FILES - file 0 of each qualifier is its
      *plain log, 1 on up its band logs; pairing restarts per file
      *since the bands ran independently
       CHG-WALK-AUDIT-FILES.
           MOVE 0 TO CHG-ENTRY-COUNT
           MOVE 0 TO CHG-OVERFLOW-COUNT
           MOVE 0 TO CHG-NONE-COUNT
           MOVE 0 TO CHG-FILE-COUNT

      *>> the queue driver already holds the queue, and reloading it
      *would lose the RUNNING mark on the entry it is working through
           IF QUEUE-ENTRY-COUNT = 0
               PERFORM LOAD-JOB-QUEUE
           END-IF
           PERFORM VARYING CHG-QUAL-INDEX FROM 0 BY 1
               UNTIL CHG-QUAL-INDEX > QUEUE-ENTRY-COUNT
               PERFORM CHG-SET-QUALIFIER
               IF CHG-FIRST-FLAG = 1
                   PERFORM VARYING AUD-FILE-INDEX FROM 0 BY 1
                       UNTIL AUD-FILE-INDEX > CHG-FILE-BANDS
                       MOVE SPACES TO AUDIT-FILENAME
                       IF AUD-FILE-INDEX = 0
                           STRING "AUDITFILE" DELIMITED BY SIZE
                               CHG-QUALIFIER DELIMITED BY SPACE
                               INTO AUDIT-FILENAME
                       ELSE
                           MOVE AUD-FILE-INDEX TO DISP-BAND-ID
                           STRING "AUDITFILE.B" DELIMITED BY SIZE
                               DISP-BAND-ID DELIMITED BY SIZE
                               CHG-QUALIFIER DELIMITED BY SPACE
                               INTO AUDIT-FILENAME
                       END-IF
                       PERFORM CHG-ONE-AUDIT-FILE
                   END-PERFORM
               END-IF
           END-PERFORM.

      *>> CHG-SET-PERIOD - a card with neither date charges last
      *calendar month, the usual month-end run. a zero CHARGE-TO
      *leaves the period open at the top
       CHG-SET-PERIOD.
           IF CHARGE-FROM = 0 AND CHARGE-TO = 0
               ACCEPT CHG-TODAY FROM DATE YYYYMMDD
               COMPUTE CHG-DAYS = CHG-TODAY / 100
               COMPUTE CHG-DAYS = FUNCTION INTEGER-OF-DATE(
                   (CHG-DAYS * 100) + 1)
               COMPUTE CHARGE-TO =
                   FUNCTION DATE-OF-INTEGER(CHG-DAYS - 1)
               COMPUTE CHG-DAYS = CHARGE-TO / 100
               COMPUTE CHARGE-FROM = (CHG-DAYS * 100) + 1
           ELSE
               IF CHARGE-TO = 0
                   MOVE 99999999 TO CHARGE-TO
               END-IF
           END-IF.

      *>> CHG-SET-QUALIFIER - entry 0 is the card's own logs; a job
      *name that appears more than once in the queue is walked once,
      *at its first entry, out to the largest band count any of its
      *cards carries. CHG-FIRST-FLAG comes back 0 for the repeats
       CHG-SET-QUALIFIER.
           MOVE 1 TO CHG-FIRST-FLAG
           MOVE SPACES TO CHG-QUALIFIER
           IF CHG-QUAL-INDEX = 0
               MOVE BAND-COUNT TO CHG-FILE-BANDS
           ELSE
               STRING ".J" DELIMITED BY SIZE
                   QT-NAME(CHG-QUAL-INDEX) DELIMITED BY SPACE
                   INTO CHG-QUALIFIER
               MOVE 0 TO CHG-FILE-BANDS
               PERFORM VARYING CHG-OTHER-INDEX FROM 1 BY 1
                   UNTIL CHG-OTHER-INDEX > QUEUE-ENTRY-COUNT
                   IF QT-NAME(CHG-OTHER-INDEX)
                       = QT-NAME(CHG-QUAL-INDEX)
                       IF CHG-OTHER-INDEX < CHG-QUAL-INDEX
                           MOVE 0 TO CHG-FIRST-FLAG
                       END-IF
                       MOVE QT-PARM(CHG-OTHER-INDEX) TO PARM-RECORD
                       IF PARM-BAND-COUNT > CHG-FILE-BANDS
                           MOVE PARM-BAND-COUNT TO CHG-FILE-BANDS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CHG-ONE-AUDIT-FILE.
           MOVE 0 TO AUD-PEND-ACTIVE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               IF AUD-FILE-INDEX = 0 AND CHG-QUAL-INDEX = 0
                   DISPLAY "AUDITFILE not found, status " AUDIT-STATUS
               END-IF
           ELSE
               ADD 1 TO CHG-FILE-COUNT
               MOVE 0 TO AUD-EOF-FLAG
               PERFORM UNTIL AUD-EOF-FLAG = 1
                   READ AUDIT-FILE
                       AT END
                           MOVE 1 TO AUD-EOF-FLAG
                       NOT AT END
                           IF AUDIT-RECORD(1:6) = "START "
                               PERFORM CHG-HANDLE-START
                           ELSE
                               IF AUDIT-RECORD(1:4) = "END "
                                   AND AUD-PEND-ACTIVE = 1
                                   PERFORM CHG-HANDLE-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
      *>> a START still open at end of file never finished - the run
      *is charged as failed, with no time and no work
               IF AUD-PEND-ACTIVE = 1
                   MOVE "F" TO CHG-RUN-KIND
                   MOVE 0 TO CHG-RUN-SECONDS
                   PERFORM CHG-CHARGE-RUN
                   MOVE 0 TO AUD-PEND-ACTIVE
               END-IF
           END-IF.

      *>> CHG-HANDLE-START - everything the charge needs is taken off
      *the START line here, while it sits in AUDIT-RECORD. a new
      *START while one is still open means the previous run failed
       CHG-HANDLE-START.
           IF AUD-PEND-ACTIVE = 1
               MOVE "F" TO CHG-RUN-KIND
               MOVE 0 TO CHG-RUN-SECONDS
               PERFORM CHG-CHARGE-RUN
           END-IF
           MOVE 1 TO AUD-PEND-ACTIVE
           MOVE AUDIT-RECORD(7:8)  TO AUD-PEND-DATE
           MOVE AUDIT-RECORD(16:8) TO AUD-PEND-TIME
           MOVE 0 TO CHG-PEND-IN-RANGE
           IF AUD-PEND-DATE IS NUMERIC
               IF AUD-PEND-DATE >= CHARGE-FROM
                   AND AUD-PEND-DATE <= CHARGE-TO
                   MOVE 1 TO CHG-PEND-IN-RANGE
               END-IF
           END-IF
           PERFORM FIND-AUDIT-FRAME-TOKEN
           MOVE AUD-FRAME-TEXT TO AUD-PEND-FRAME
           MOVE " REQUESTER=" TO AUD-TOKEN-KEY
           MOVE 11 TO AUD-TOKEN-LEN
           PERFORM FIND-AUDIT-TOKEN
           MOVE AUD-TOKEN-VALUE TO CHG-PEND-REQUESTER
           MOVE " COST-CTR=" TO AUD-TOKEN-KEY
           MOVE 10 TO AUD-TOKEN-LEN
           PERFORM FIND-AUDIT-TOKEN
           MOVE AUD-TOKEN-VALUE TO CHG-PEND-COST-CTR
           MOVE " WIDTH=" TO AUD-TOKEN-KEY
           MOVE 7 TO AUD-TOKEN-LEN
           PERFORM FIND-AUDIT-TOKEN
           COMPUTE CHG-PEND-PIXELS = FUNCTION NUMVAL(AUD-TOKEN-VALUE)
           MOVE " HEIGHT=" TO AUD-TOKEN-KEY
           MOVE 8 TO AUD-TOKEN-LEN
           PERFORM FIND-AUDIT-TOKEN
           COMPUTE CHG-PEND-PIXELS = CHG-PEND-PIXELS
               * FUNCTION NUMVAL(AUD-TOKEN-VALUE)
      *>> a band log's START carries the whole frame's geometry, but
      *the band only rendered its share of the rows
           IF AUD-FILE-INDEX > 0 AND CHG-FILE-BANDS > 1
               COMPUTE CHG-PEND-PIXELS =
                   CHG-PEND-PIXELS / CHG-FILE-BANDS
           END-IF.

       CHG-HANDLE-END.
           MOVE 0 TO AUD-TALLY
           INSPECT AUDIT-RECORD TALLYING AUD-TALLY
               FOR ALL "STATUS=COMPLETED-NORMALLY"
           IF AUD-TALLY > 0
               MOVE "D" TO CHG-RUN-KIND
           ELSE
               MOVE "C" TO CHG-RUN-KIND
           END-IF
           PERFORM COMPUTE-AUDIT-ELAPSED
           MOVE AUD-ELAPSED TO CHG-RUN-SECONDS
           PERFORM CHG-CHARGE-RUN
           MOVE 0 TO AUD-PEND-ACTIVE.

      *>> CHG-CHARGE-RUN - the pending run, ended as CHG-RUN-KIND
      *(D done, C cut short, F failed), onto its entry. a band split
      *is one frame, so the frame is counted off the plain log or
      *band 1 only
       CHG-CHARGE-RUN.
           IF CHG-PEND-IN-RANGE = 1
               PERFORM CHG-FIND-ENTRY
               IF CHG-PEND-REQUESTER = SPACES
                   PERFORM CHG-RECORD-NO-REQUESTER
               END-IF
               IF CHG-FOUND-INDEX > 0
                   ADD 1 TO CHG-RUNS(CHG-FOUND-INDEX)
                   ADD CHG-RUN-SECONDS TO CHG-SECONDS(CHG-FOUND-INDEX)
                   EVALUATE CHG-RUN-KIND
                       WHEN "D"
                           ADD 1 TO CHG-DONE(CHG-FOUND-INDEX)
                           ADD CHG-PEND-PIXELS
                               TO CHG-PIXELS(CHG-FOUND-INDEX)
                           IF AUD-FILE-INDEX <= 1
                               ADD 1 TO CHG-FRAMES(CHG-FOUND-INDEX)
                           END-IF
                       WHEN "C"
                           ADD 1 TO CHG-CUT(CHG-FOUND-INDEX)
                       WHEN OTHER
                           ADD 1 TO CHG-FAILED(CHG-FOUND-INDEX)
                   END-EVALUATE
               END-IF
           END-IF.

      *>> CHG-FIND-ENTRY - the entry for the pending run's cost
      *centre and requester, inserted in its sorted place when it is
      *new. CHG-FOUND-INDEX comes back 0 when the table is full
       CHG-FIND-ENTRY.
           MOVE 0 TO CHG-FOUND-INDEX
           PERFORM VARYING CHG-INDEX FROM 1 BY 1
               UNTIL CHG-INDEX > CHG-ENTRY-COUNT
               OR CHG-FOUND-INDEX > 0
               IF CHG-COST-CTR(CHG-INDEX) = CHG-PEND-COST-CTR
                   AND CHG-REQUESTER(CHG-INDEX) = CHG-PEND-REQUESTER
                   MOVE CHG-INDEX TO CHG-FOUND-INDEX
               END-IF
           END-PERFORM
           IF CHG-FOUND-INDEX = 0
               IF CHG-ENTRY-COUNT >= 200
                   ADD 1 TO CHG-OVERFLOW-COUNT
               ELSE
                   MOVE 1 TO CHG-FOUND-INDEX
                   PERFORM VARYING CHG-INDEX FROM 1 BY 1
                       UNTIL CHG-INDEX > CHG-ENTRY-COUNT
                       IF CHG-COST-CTR(CHG-INDEX) < CHG-PEND-COST-CTR
                           OR (CHG-COST-CTR(CHG-INDEX)
                               = CHG-PEND-COST-CTR
                           AND CHG-REQUESTER(CHG-INDEX)
                               < CHG-PEND-REQUESTER)
                           COMPUTE CHG-FOUND-INDEX = CHG-INDEX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING CHG-INDEX FROM CHG-ENTRY-COUNT
                       BY -1 UNTIL CHG-INDEX < CHG-FOUND-INDEX
                       MOVE CHG-ENTRY(CHG-INDEX)
                           TO CHG-ENTRY(CHG-INDEX + 1)
                   END-PERFORM
                   ADD 1 TO CHG-ENTRY-COUNT
                   MOVE CHG-PEND-COST-CTR
                       TO CHG-COST-CTR(CHG-FOUND-INDEX)
                   MOVE CHG-PEND-REQUESTER
                       TO CHG-REQUESTER(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-RUNS(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-DONE(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-CUT(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-FAILED(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-FRAMES(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-PIXELS(CHG-FOUND-INDEX)
                   MOVE 0 TO CHG-SECONDS(CHG-FOUND-INDEX)
               END-IF
           END-IF.

       CHG-RECORD-NO-REQUESTER.
           ADD 1 TO CHG-NONE-COUNT
           IF CHG-NONE-COUNT <= 200
               EVALUATE CHG-RUN-KIND
                   WHEN "D"
                       MOVE "COMPLETED" TO CHG-STATUS-TEXT
                   WHEN "C"
                       MOVE "CUT-SHORT" TO CHG-STATUS-TEXT
                   WHEN OTHER
                       MOVE "FAILED" TO CHG-STATUS-TEXT
               END-EVALUATE
               MOVE CHG-PEND-COST-CTR TO DISP-CHG-ENTRY-CTR
               IF CHG-PEND-COST-CTR = SPACES
                   MOVE "(NONE)" TO DISP-CHG-ENTRY-CTR
               END-IF
               MOVE CHG-RUN-SECONDS TO DISP-AUD-ELAPSED
               MOVE SPACES TO CHG-NONE-ENTRY(CHG-NONE-COUNT)
               STRING AUD-PEND-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-PEND-TIME DELIMITED BY SIZE
                   " FRAME=" DELIMITED BY SIZE
                   AUD-PEND-FRAME DELIMITED BY SIZE
                   " COST-CTR=" DELIMITED BY SIZE
                   DISP-CHG-ENTRY-CTR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CHG-STATUS-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DISP-AUD-ELAPSED DELIMITED BY SIZE
                   " SEC " DELIMITED BY SIZE
                   AUDIT-FILENAME DELIMITED BY SPACE
                   INTO CHG-NONE-ENTRY(CHG-NONE-COUNT)
                   ON OVERFLOW
                       DISPLAY "Chargeback run line truncated, "
                       "CHG-NONE-ENTRY too small"
               END-STRING
           END-IF.

       WRITE-CHARGEBACK-REPORT.
           MOVE CHG-FILE-COUNT TO DISP-CHG-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "AUDIT LOGS READ: " DELIMITED BY SIZE
               DISP-CHG-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PIXELS AND FRAMES COUNT COMPLETED RUNS ONLY; A FAILED"
               & " RUN NEVER WROTE ITS END LINE"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COST-CTR REQUESTER   RUNS   DONE    CUT FAILED FRAMES"
               & "         PIXELS    SECONDS      HOURS"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 0 TO CHG-T-RUNS(3)
           MOVE 0 TO CHG-T-DONE(3)
           MOVE 0 TO CHG-T-CUT(3)
           MOVE 0 TO CHG-T-FAILED(3)
           MOVE 0 TO CHG-T-FRAMES(3)
           MOVE 0 TO CHG-T-PIXELS(3)
           MOVE 0 TO CHG-T-SECONDS(3)
           PERFORM VARYING CHG-INDEX FROM 1 BY 1
               UNTIL CHG-INDEX > CHG-ENTRY-COUNT
               IF CHG-INDEX = 1
                   PERFORM CHG-CLEAR-SUBTOTAL
               ELSE
                   IF CHG-COST-CTR(CHG-INDEX)
                       NOT = CHG-COST-CTR(CHG-INDEX - 1)
                       PERFORM CHG-WRITE-SUBTOTAL
                       PERFORM CHG-CLEAR-SUBTOTAL
                   END-IF
               END-IF
               MOVE CHG-RUNS(CHG-INDEX)    TO CHG-T-RUNS(1)
               MOVE CHG-DONE(CHG-INDEX)    TO CHG-T-DONE(1)
               MOVE CHG-CUT(CHG-INDEX)     TO CHG-T-CUT(1)
               MOVE CHG-FAILED(CHG-INDEX)  TO CHG-T-FAILED(1)
               MOVE CHG-FRAMES(CHG-INDEX)  TO CHG-T-FRAMES(1)
               MOVE CHG-PIXELS(CHG-INDEX)  TO CHG-T-PIXELS(1)
               MOVE CHG-SECONDS(CHG-INDEX) TO CHG-T-SECONDS(1)
               PERFORM VARYING CHG-T-INDEX FROM 2 BY 1
                   UNTIL CHG-T-INDEX > 3
                   ADD CHG-T-RUNS(1)    TO CHG-T-RUNS(CHG-T-INDEX)
                   ADD CHG-T-DONE(1)    TO CHG-T-DONE(CHG-T-INDEX)
                   ADD CHG-T-CUT(1)     TO CHG-T-CUT(CHG-T-INDEX)
                   ADD CHG-T-FAILED(1)  TO CHG-T-FAILED(CHG-T-INDEX)
                   ADD CHG-T-FRAMES(1)  TO CHG-T-FRAMES(CHG-T-INDEX)
                   ADD CHG-T-PIXELS(1)  TO CHG-T-PIXELS(CHG-T-INDEX)
                   ADD CHG-T-SECONDS(1) TO CHG-T-SECONDS(CHG-T-INDEX)
               END-PERFORM
               MOVE SPACES TO CHG-LINE-LABEL
               MOVE CHG-COST-CTR(CHG-INDEX) TO CHG-LINE-LABEL(1:6)
               IF CHG-COST-CTR(CHG-INDEX) = SPACES
                   MOVE "(NONE)" TO CHG-LINE-LABEL(1:6)
               END-IF
               MOVE CHG-REQUESTER(CHG-INDEX) TO CHG-LINE-LABEL(10:8)
               IF CHG-REQUESTER(CHG-INDEX) = SPACES
                   MOVE "(NONE)" TO CHG-LINE-LABEL(10:8)
               END-IF
               MOVE 1 TO CHG-T-INDEX
               PERFORM CHG-WRITE-LINE
           END-PERFORM
           IF CHG-ENTRY-COUNT > 0
               PERFORM CHG-WRITE-SUBTOTAL
           ELSE
               MOVE "  NO RUNS STARTED IN THE PERIOD" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE "GRAND TOTAL" TO CHG-LINE-LABEL
           MOVE 3 TO CHG-T-INDEX
           PERFORM CHG-WRITE-LINE
           IF CHG-OVERFLOW-COUNT > 0
               MOVE CHG-OVERFLOW-COUNT TO DISP-CHG-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "RUNS NOT CHARGED - REQUESTER TABLE FULL: "
                   DELIMITED BY SIZE
                   DISP-CHG-COUNT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE CHG-NONE-COUNT TO DISP-CHG-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "RUNS WITH NO REQUESTER: " DELIMITED BY SIZE
               DISP-CHG-COUNT DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING CHG-INDEX FROM 1 BY 1
               UNTIL CHG-INDEX > CHG-NONE-COUNT
               OR CHG-INDEX > 200
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                   CHG-NONE-ENTRY(CHG-INDEX) DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           IF CHG-NONE-COUNT > 200
               MOVE "  FURTHER RUNS SUPPRESSED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       CHG-CLEAR-SUBTOTAL.
           MOVE 0 TO CHG-T-RUNS(2)
           MOVE 0 TO CHG-T-DONE(2)
           MOVE 0 TO CHG-T-CUT(2)
           MOVE 0 TO CHG-T-FAILED(2)
           MOVE 0 TO CHG-T-FRAMES(2)
           MOVE 0 TO CHG-T-PIXELS(2)
           MOVE 0 TO CHG-T-SECONDS(2).

      *>> CHG-WRITE-SUBTOTAL - CHG-INDEX is one past the cost
      *centre being closed off
       CHG-WRITE-SUBTOTAL.
           MOVE SPACES TO CHG-LINE-LABEL
           MOVE CHG-COST-CTR(CHG-INDEX - 1) TO CHG-LINE-LABEL(1:6)
           IF CHG-COST-CTR(CHG-INDEX - 1) = SPACES
               MOVE "(NONE)" TO CHG-LINE-LABEL(1:6)
           END-IF
           MOVE "SUBTOTAL" TO CHG-LINE-LABEL(10:8)
           MOVE 2 TO CHG-T-INDEX
           PERFORM CHG-WRITE-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *>> CHG-WRITE-LINE - one report line off CHG-TOTAL(CHG-T-INDEX)
      *under CHG-LINE-LABEL: 1 a detail, 2 a subtotal, 3 the total
       CHG-WRITE-LINE.
           MOVE CHG-T-RUNS(CHG-T-INDEX)    TO DISP-CHG-RUNS
           MOVE CHG-T-DONE(CHG-T-INDEX)    TO DISP-CHG-DONE
           MOVE CHG-T-CUT(CHG-T-INDEX)     TO DISP-CHG-CUT
           MOVE CHG-T-FAILED(CHG-T-INDEX)  TO DISP-CHG-FAILED
           MOVE CHG-T-FRAMES(CHG-T-INDEX)  TO DISP-CHG-FRAMES
           MOVE CHG-T-PIXELS(CHG-T-INDEX)  TO DISP-CHG-PIXELS
           MOVE CHG-T-SECONDS(CHG-T-INDEX) TO DISP-CHG-SECONDS
           COMPUTE DISP-CHG-HOURS ROUNDED =
               CHG-T-SECONDS(CHG-T-INDEX) / 3600
           MOVE SPACES TO REPORT-RECORD
           STRING CHG-LINE-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-RUNS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-DONE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-CUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-FAILED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-FRAMES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-PIXELS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-SECONDS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISP-CHG-HOURS DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD.

      *>> COMPARE-IMAGE-FILES - the frame-compare run mode. matches
      *two image files record-by-record on IMG-X/IMG-Y (this month's
      *frame against last month's archive, say) and reports header
               WRITE REPORT-RECORD
           ELSE
               MOVE 0 TO CMP-EOF-FLAG
               MOVE 0 TO IMG-RUN-LEFT
               READ IMAGE-FILE
                   AT END MOVE 1 TO CMP-EOF-FLAG
               END-READ
                       MOVE ALL "0" TO COVER-TABLE
                       MOVE LOW-VALUES TO RASTER-TABLE
                       PERFORM UNTIL CMP-EOF-FLAG = 1
                           PERFORM READ-IMAGE-PIXEL
                           IF IMG-AT-END = 1
                               MOVE 1 TO CMP-EOF-FLAG
                           ELSE
                               COMPUTE RASTER-INDEX =
                                   (IMG-Y * VFY-WIDTH) + IMG-X + 1
                               IF IMG-X >= 0
                                   AND IMG-X < VFY-WIDTH
                                   AND IMG-Y >= 0
                                   AND IMG-Y < VFY-HEIGHT
                                   MOVE 1 TO COVER-CELL(RASTER-INDEX)
                                   MOVE FUNCTION CHAR(IMG-R + 1)
                                       TO RASTER-R(RASTER-INDEX)
                                   MOVE FUNCTION CHAR(IMG-G + 1)
                                       TO RASTER-G(RASTER-INDEX)
                                   MOVE FUNCTION CHAR(IMG-B + 1)
                                       TO RASTER-B(RASTER-INDEX)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               WRITE REPORT-RECORD
           ELSE
               MOVE 0 TO CMP-EOF-FLAG
               MOVE 0 TO STRIP-RUN-LEFT
               READ STRIP-FILE
                   AT END MOVE 1 TO CMP-EOF-FLAG
               END-READ
                       WRITE REPORT-RECORD
                   END-IF
                   PERFORM UNTIL CMP-EOF-FLAG = 1
                       PERFORM READ-STRIP-PIXEL
                       IF STRIP-AT-END = 1
                           MOVE 1 TO CMP-EOF-FLAG
                       ELSE
                           PERFORM COMPARE-ONE-B-PIXEL
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE STRIP-FILE
               IF BATCH-MODE-FLAG = 1
                   STRING "VFYRPT.S.F" DELIMITED BY SIZE
                       FRAME-NUMBER DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO VERIFY-FILENAME
               ELSE
                   STRING "VFYRPT.S" DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO VERIFY-FILENAME
               END-IF
           ELSE
               IF BATCH-MODE-FLAG = 1
                   STRING "VFYRPT.M.F" DELIMITED BY SIZE
                       FRAME-NUMBER DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO VERIFY-FILENAME
               ELSE
                   STRING "VFYRPT.M" DELIMITED BY SIZE
                       JOB-QUALIFIER DELIMITED BY SPACE
                       INTO VERIFY-FILENAME
               END-IF
           END-IF
           OPEN OUTPUT VERIFY-FILE
               END-IF
           ELSE
               MOVE 0 TO VFY-EOF-FLAG
               MOVE 0 TO STRIP-RUN-LEFT
               READ STRIP-FILE
                   AT END MOVE 1 TO VFY-EOF-FLAG
               END-READ
                       END-IF
                   END-IF
                   PERFORM UNTIL VFY-EOF-FLAG = 1
                       PERFORM READ-STRIP-PIXEL
                       IF STRIP-AT-END = 1
                           MOVE 1 TO VFY-EOF-FLAG
                       ELSE
                           PERFORM VERIFY-TALLY-ONE-PIXEL
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE STRIP-FILE

           CLOSE IMAGE-FILE
           CLOSE ITER-FILE
           IF RLE-FLAG = 1
               PERFORM CONVERT-RENDER-OUTPUT
           END-IF

           MOVE SPACES TO MANIFEST-RECORD
           MOVE LARGE-TILE-NUMBER TO MAN-TILE-NUMBER
               END-IF
           ELSE
               MOVE 0 TO VFY-EOF-FLAG
               MOVE 0 TO STRIP-RUN-LEFT
               READ STRIP-FILE
                   AT END MOVE 1 TO VFY-EOF-FLAG
               END-READ
                       MOVE 1 TO VFY-FRAME-FAILED
                   END-IF
                   PERFORM UNTIL VFY-EOF-FLAG = 1
                       PERFORM READ-STRIP-PIXEL
                       IF STRIP-AT-END = 1
                           MOVE 1 TO VFY-EOF-FLAG
                       ELSE
                           PERFORM LARGE-TALLY-ONE-PIXEL
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE STRIP-FILE
               MOVE SPACES TO IMAGE-HEADER-RECORD
               MOVE WIDTH  TO IMG-HDR-WIDTH
               MOVE HEIGHT TO IMG-HDR-HEIGHT
               IF RLE-FLAG = 1
                   MOVE "R" TO IMG-HDR-LAYOUT
               END-IF
               WRITE IMAGE-HEADER-RECORD
               MOVE 0 TO MERGE-MISSING-FLAG
               PERFORM VARYING MAN-INDEX FROM 1 BY 1
                   UNTIL MAN-INDEX > MAN-TILE-COUNT
                   MOVE MT-NAME(MAN-INDEX) TO STRIP-FILENAME
                   PERFORM LARGE-COPY-ONE-TILE
               END-PERFORM
               CLOSE IMAGE-FILE
               IF MERGE-MISSING-FLAG = 0
                   PERFORM REGISTER-MERGED-FRAME
               END-IF
               DISPLAY "Tile merge complete - " IMAGE-FILENAME
           END-IF.

       LARGE-COPY-ONE-TILE.
           OPEN INPUT STRIP-FILE
           IF STRIP-STATUS NOT = "00"
               DISPLAY "Missing tile file " STRIP-FILENAME
               MOVE 1 TO MERGE-MISSING-FLAG
               IF STRIP-STATUS = "05"
                   CLOSE STRIP-FILE
               END-IF
           ELSE
               MOVE 0 TO MERGE-EOF-FLAG
      *>> first record is the tile's own header - skip it, only the
      *pixel records get copied
               MOVE 0 TO STRIP-RUN-LEFT
               READ STRIP-FILE
                   AT END MOVE 1 TO MERGE-EOF-FLAG
               END-READ
               IF MERGE-EOF-FLAG = 0
                   PERFORM MERGE-READ-STRIP
               END-IF
               PERFORM UNTIL MERGE-EOF-FLAG = 1
                   PERFORM MERGE-WRITE-STRIP-RECORD
                   PERFORM MERGE-READ-STRIP
               END-PERFORM
               CLOSE STRIP-FILE
           END-IF.

      *>> LARGE-EXPORT-PASS - the streaming PPM export. the header
      *goes out once, then each row-window clears the raster, pulls
      *in just the tiles that touch it, and emits its rows in order
      *- the raster only ever holds one window, so the poster never
      *meets the 4-million-pixel ceiling
       LARGE-EXPORT-PASS.
           DISPLAY "Streaming PPM export over tile manifest..."
           PERFORM LOAD-TILE-MANIFEST
           IF MAN-TILE-COUNT = 0
               DISPLAY "Tile manifest missing or empty - nothing to "
               "export"
           ELSE
               MOVE 1 TO CAP-LARGE-FLAG
               MOVE 0 TO CAP-FRAME-FLAG
               PERFORM CAPTION-PREPARE
               MOVE SPACES TO PPM-FILENAME
               STRING "POSTER" DELIMITED BY SIZE
                   JOB-QUALIFIER DELIMITED BY SPACE
                   ".PPM" DELIMITED BY SIZE
                   INTO PPM-FILENAME
               OPEN OUTPUT PPM-FILE
               IF PPM-STATUS NOT = "00"
                   DISPLAY "Unable to open PPM output file, status "
                   PPM-STATUS
                   STOP RUN
               END-IF
               MOVE "P" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE "6" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE CAP-OUT-WIDTH TO DISP-PPM-DIM
               PERFORM VARYING PPM-I FROM 1 BY 1 UNTIL PPM-I > 5
                   MOVE DISP-PPM-DIM(PPM-I:1) TO PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
               MOVE SPACE TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE CAP-OUT-HEIGHT TO DISP-PPM-DIM
               PERFORM VARYING PPM-I FROM 1 BY 1 UNTIL PPM-I > 5
                   MOVE DISP-PPM-DIM(PPM-I:1) TO PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE "2" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE "5" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE "5" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE

               COMPUTE LARGE-ROWS-PER-PASS = 4000000 / WIDTH
               IF LARGE-ROWS-PER-PASS < 1
                   MOVE 1 TO LARGE-ROWS-PER-PASS
               END-IF
               PERFORM VARYING LARGE-WINDOW-START FROM 0
                   BY LARGE-ROWS-PER-PASS
                   UNTIL LARGE-WINDOW-START >= HEIGHT
                   COMPUTE LARGE-WINDOW-END =
                       LARGE-WINDOW-START + LARGE-ROWS-PER-PASS - 1
                   IF LARGE-WINDOW-END >= HEIGHT
                       COMPUTE LARGE-WINDOW-END = HEIGHT - 1
                   END-IF
                   PERFORM LARGE-EXPORT-ONE-WINDOW
               END-PERFORM
               IF CAP-ACTIVE = 1
                   PERFORM CAP-WRITE-BANDS
               END-IF
               CLOSE PPM-FILE
               DISPLAY "Wrote " PPM-FILENAME
           END-IF.

       LARGE-EXPORT-ONE-WINDOW.
           MOVE LOW-VALUES TO RASTER-TABLE
           PERFORM VARYING MAN-INDEX FROM 1 BY 1
               UNTIL MAN-INDEX > MAN-TILE-COUNT
               IF MT-Y1(MAN-INDEX) <= LARGE-WINDOW-END
                   AND MT-Y2(MAN-INDEX) >= LARGE-WINDOW-START
                   MOVE MT-NAME(MAN-INDEX) TO STRIP-FILENAME
                   PERFORM LARGE-RASTER-ONE-TILE
               END-IF
           END-PERFORM
      *>> the window's raster is already row-major top to bottom, so
      *the PPM bytes stream straight out of it - a row at a time when
      *there is a tick margin to put in front of each one
           IF CAP-ACTIVE = 0
               COMPUTE LARGE-WINDOW-CELLS =
                   (LARGE-WINDOW-END - LARGE-WINDOW-START + 1) * WIDTH
               PERFORM VARYING RASTER-INDEX FROM 1 BY 1
                   UNTIL RASTER-INDEX > LARGE-WINDOW-CELLS
                   MOVE RASTER-R(RASTER-INDEX) TO PPM-BYTE
                   WRITE PPM-BYTE
                   MOVE RASTER-G(RASTER-INDEX) TO PPM-BYTE
                   WRITE PPM-BYTE
                   MOVE RASTER-B(RASTER-INDEX) TO PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
           ELSE
               PERFORM VARYING CAP-FRAME-Y FROM LARGE-WINDOW-START
                   BY 1 UNTIL CAP-FRAME-Y > LARGE-WINDOW-END
                   COMPUTE CAP-ROW-BASE =
                       (CAP-FRAME-Y - LARGE-WINDOW-START) * WIDTH
                   PERFORM CAP-WRITE-FRAME-ROW
               END-PERFORM
           END-IF.

       LARGE-RASTER-ONE-TILE.
           OPEN INPUT STRIP-FILE
           IF STRIP-STATUS NOT = "00"
               DISPLAY "Missing tile file " STRIP-FILENAME
                   CLOSE STRIP-FILE
               END-IF
           ELSE
               MOVE 0 TO VFY-EOF-FLAG
               MOVE 0 TO STRIP-RUN-LEFT
               READ STRIP-FILE
                   AT END MOVE 1 TO VFY-EOF-FLAG
               END-READ
               PERFORM UNTIL VFY-EOF-FLAG = 1
                   PERFORM READ-STRIP-PIXEL
                   IF STRIP-AT-END = 1
                       MOVE 1 TO VFY-EOF-FLAG
                   ELSE
                       IF STRIP-X >= 0 AND STRIP-X < WIDTH
                           AND STRIP-Y >= LARGE-WINDOW-START
                           AND STRIP-Y <= LARGE-WINDOW-END
                           COMPUTE RASTER-INDEX =
                               ((STRIP-Y - LARGE-WINDOW-START)
                               * WIDTH) + STRIP-X + 1
                           MOVE FUNCTION CHAR(STRIP-R + 1)
                               TO RASTER-R(RASTER-INDEX)
                           MOVE FUNCTION CHAR(STRIP-G + 1)
                               TO RASTER-G(RASTER-INDEX)
                           MOVE FUNCTION CHAR(STRIP-B + 1)
                               TO RASTER-B(RASTER-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STRIP-FILE
           END-IF.

      *>> EXPORT-ALL-IMAGES - the PPM export run mode's driver, shaped
      *like MERGE-BAND-STRIPS on purpose: a SPANFILE here means the
      *finished images are the per-frame merged "IMGFILE.Fnnn" files
      *of a batch run and each one gets its own PPM, no SPANFILE
      *means the one image this job step's card points at (the plain
      *or band-qualified IMAGE-FILENAME set back in READ-PARAMETERS,
      *or the freshly merged IMGFILE when MERGE-FLAG ran first)
       EXPORT-ALL-IMAGES.
           OPEN INPUT SPAN-FILE
           IF SPAN-STATUS = "00"
               MOVE 1 TO CAP-FRAME-FLAG
               MOVE 0 TO SPAN-EOF-FLAG
               PERFORM UNTIL SPAN-EOF-FLAG = 1
                   READ SPAN-FILE
                       AT END
                           MOVE 1 TO SPAN-EOF-FLAG
                       NOT AT END
                           MOVE SPAN-FRAME-NUMBER TO FRAME-NUMBER
                           MOVE SPACES TO IMAGE-FILENAME
                           STRING "IMGFILE.F" DELIMITED BY SIZE
                               FRAME-NUMBER DELIMITED BY SIZE
                               JOB-QUALIFIER DELIMITED BY SPACE
                               INTO IMAGE-FILENAME
                           PERFORM EXPORT-ONE-IMAGE
                   END-READ
               END-PERFORM
               CLOSE SPAN-FILE
           ELSE
               MOVE 0 TO CAP-FRAME-FLAG
               PERFORM EXPORT-ONE-IMAGE
           END-IF.

      *>> EXPORT-ONE-IMAGE - loads one finished image file into the
      *raster table and writes a binary PPM P6 next to it (same name
      *plus ".PPM") that any desktop viewer opens, with the caption
      *band and tick legend under it when the card asks for them
       EXPORT-ONE-IMAGE.
           DISPLAY "Exporting " IMAGE-FILENAME
           PERFORM LOAD-IMAGE-RASTER
           IF RASTER-LOADED-FLAG = 1
               MOVE 0 TO CAP-LARGE-FLAG
               PERFORM CAPTION-PREPARE
               PERFORM WRITE-PPM-FILE
           END-IF.

      *>> LOAD-IMAGE-RASTER - stands one finished image file up in
      *the row-major raster table, geometry off the header. pulled
      *out of EXPORT-ONE-IMAGE so the animation export can run the
      *same loader once per frame. pixels the image file never
      *supplied stay LOW-VALUES, i.e. black, the same as they would
      *render
       LOAD-IMAGE-RASTER.
           MOVE 0 TO RASTER-LOADED-FLAG
           OPEN INPUT IMAGE-FILE
           IF IMAGE-STATUS NOT = "00"
               DISPLAY "Unable to open image file for export, status "
               IMAGE-STATUS
           ELSE
               MOVE 0 TO EXPORT-EOF-FLAG
               MOVE 0 TO IMG-RUN-LEFT
               READ IMAGE-FILE
                   AT END MOVE 1 TO EXPORT-EOF-FLAG
               END-READ
               IF EXPORT-EOF-FLAG = 1
                   DISPLAY "Image file is empty - nothing to export"
                   CLOSE IMAGE-FILE
               ELSE
                   MOVE IMG-HDR-WIDTH  TO WIDTH
                   MOVE IMG-HDR-HEIGHT TO HEIGHT
                   COMPUTE PIXEL-LIMIT = WIDTH * HEIGHT
                   IF PIXEL-LIMIT > 4000000 OR PIXEL-LIMIT <= 0
                       DISPLAY "Image too large for the export raster"
                       CLOSE IMAGE-FILE
                   ELSE
                       MOVE LOW-VALUES TO RASTER-TABLE
                       PERFORM UNTIL EXPORT-EOF-FLAG = 1
                           PERFORM READ-IMAGE-PIXEL
                           IF IMG-AT-END = 1
                               MOVE 1 TO EXPORT-EOF-FLAG
                           ELSE
                               COMPUTE RASTER-INDEX =
                                   (IMG-Y * WIDTH) + IMG-X + 1
                               IF RASTER-INDEX >= 1
                                   AND RASTER-INDEX <= PIXEL-LIMIT
                                   MOVE FUNCTION CHAR(IMG-R + 1)
                                       TO RASTER-R(RASTER-INDEX)
                                   MOVE FUNCTION CHAR(IMG-G + 1)
                                       TO RASTER-G(RASTER-INDEX)
                                   MOVE FUNCTION CHAR(IMG-B + 1)
                                       TO RASTER-B(RASTER-INDEX)
                               END-IF
                           END-IF
                       END-PERFORM
                       CLOSE IMAGE-FILE
                       MOVE 1 TO RASTER-LOADED-FLAG
                   END-IF
               END-IF
           END-IF.

      *>> WRITE-PPM-FILE - the raw byte writer. P6 wants the ASCII
      *header "P6", width, height and the 255 max value separated by
      *whitespace, then width*height raw R/G/B byte triplets in row
      *order. leading zeroes on the dimensions are legal PPM - any
      *whitespace-delimited decimal parses
       WRITE-PPM-FILE.
           MOVE SPACES TO PPM-FILENAME
           STRING IMAGE-FILENAME DELIMITED BY SPACE
               ".PPM" DELIMITED BY SIZE
               INTO PPM-FILENAME
           OPEN OUTPUT PPM-FILE
           IF PPM-STATUS NOT = "00"
               DISPLAY "Unable to open PPM output file, status "
               PPM-STATUS
           ELSE
               MOVE "P" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE "6" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE CAP-OUT-WIDTH TO DISP-PPM-DIM
               PERFORM VARYING PPM-I FROM 1 BY 1 UNTIL PPM-I > 5
                   MOVE DISP-PPM-DIM(PPM-I:1) TO PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
               MOVE SPACE TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE CAP-OUT-HEIGHT TO DISP-PPM-DIM
               PERFORM VARYING PPM-I FROM 1 BY 1 UNTIL PPM-I > 5
                   MOVE DISP-PPM-DIM(PPM-I:1) TO PPM-BYTE
                   WRITE PPM-BYTE
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE

               IF CAP-ACTIVE = 0
                   PERFORM VARYING RASTER-INDEX FROM 1 BY 1
                       UNTIL RASTER-INDEX > PIXEL-LIMIT
                       MOVE RASTER-R(RASTER-INDEX) TO PPM-BYTE
                       WRITE PPM-BYTE
                       MOVE RASTER-G(RASTER-INDEX) TO PPM-BYTE
                       WRITE PPM-BYTE
                       MOVE RASTER-B(RASTER-INDEX) TO PPM-BYTE
                       WRITE PPM-BYTE
                   END-PERFORM
               ELSE
                   PERFORM VARYING CAP-FRAME-Y FROM 0 BY 1
                       UNTIL CAP-FRAME-Y >= HEIGHT
                       COMPUTE CAP-ROW-BASE = CAP-FRAME-Y * WIDTH
                       PERFORM CAP-WRITE-FRAME-ROW
                   END-PERFORM
                   PERFORM CAP-WRITE-BANDS
               END-IF
               CLOSE PPM-FILE
               DISPLAY "Wrote " PPM-FILENAME
           END-IF.

      *>> CAPTION-PREPARE - sizes the exported picture and draws the
      *bands that go under the frame, once the frame's own geometry
      *is known. with neither CAPTION-FLAG nor CAPTION-TICKS up the
      *picture is the frame alone and the writers never come here
      *again. what the caption says comes off the frame's library
      *entry (CAP-LOOKUP-LIBRARY), so it describes the render that
      *made the image rather than whatever this card says
       CAPTION-PREPARE.
           MOVE 0 TO CAP-ACTIVE
           MOVE WIDTH  TO CAP-OUT-WIDTH
           MOVE HEIGHT TO CAP-OUT-HEIGHT
           MOVE 0 TO CAP-MARGIN
           IF CAPTION-FLAG = 1 OR CAPTION-TICKS > 0
               PERFORM CAP-LOOKUP-LIBRARY
               PERFORM CAP-LAYOUT
               IF CAP-OUT-WIDTH > 99999 OR CAP-OUT-HEIGHT > 99999
                   OR CAP-UNIT-WIDTH * CAP-UNIT-HEIGHT > 1000000
                   DISPLAY "Picture too large for a caption - "
                   "exported without one"
                   MOVE WIDTH  TO CAP-OUT-WIDTH
                   MOVE HEIGHT TO CAP-OUT-HEIGHT
                   MOVE 0 TO CAP-MARGIN
               ELSE
                   MOVE 1 TO CAP-ACTIVE
                   PERFORM CAP-DRAW-BANDS
               END-IF
           END-IF.

      *>> CAP-LOOKUP-LIBRARY - the window, formula, MAX-ITERATOR,
      *palette and date of the render that made this image: the last
      *library entry under its name and geometry wins, the same rule
      *FINDER-FRAME-SPANS follows (a poster is registered under
      *TILEMAN). an image the library never saw is captioned from
      *the card and says so
       CAP-LOOKUP-LIBRARY.
           MOVE REAL-SPAN-MIN     TO CAP-REAL-MIN
           MOVE REAL-SPAN-MAX     TO CAP-REAL-MAX
           MOVE IMAG-SPAN-MIN     TO CAP-IMAG-MIN
           MOVE IMAG-SPAN-MAX     TO CAP-IMAG-MAX
           MOVE MAX-ITERATOR      TO CAP-MAX-ITER
           MOVE PALETTE-MODE      TO CAP-PALETTE
           MOVE FORMULA-NAME-TEXT TO CAP-FORMULA
           MOVE ITER-FILENAME     TO CAP-ITER-NAME
           MOVE SPACE  TO CAP-KIND
           MOVE SPACES TO CAP-DATE
           MOVE 0 TO CAP-LIB-FOUND
           IF CAP-LARGE-FLAG = 1
               MOVE "TILEMAN" TO CAP-LIB-NAME
           ELSE
               MOVE IMAGE-FILENAME TO CAP-LIB-NAME
           END-IF
           OPEN INPUT LIBRARY-FILE
           IF LIB-STATUS = "00" OR LIB-STATUS = "05"
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           IF LIB-IMAGE-NAME = CAP-LIB-NAME
                               AND LIB-WIDTH = WIDTH
                               AND LIB-HEIGHT = HEIGHT
                               MOVE LIB-REAL-MIN TO CAP-REAL-MIN
                               MOVE LIB-REAL-MAX TO CAP-REAL-MAX
                               MOVE LIB-IMAG-MIN TO CAP-IMAG-MIN
                               MOVE LIB-IMAG-MAX TO CAP-IMAG-MAX
                               MOVE LIB-MAX-ITER TO CAP-MAX-ITER
                               MOVE LIB-PALETTE  TO CAP-PALETTE
                               MOVE LIB-FORMULA-NAME TO CAP-FORMULA
                               MOVE LIB-ITER-NAME TO CAP-ITER-NAME
                               MOVE LIB-FRAME-KIND TO CAP-KIND
                               MOVE LIB-RENDER-DATE TO CAP-DATE
                               MOVE 1 TO CAP-LIB-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF.

      *>> CAP-LAYOUT - one font unit is CAP-SCALE pixels square, a
      *pixel more for every 800 pixels of frame width. under the
      *frame go the tick labels (14 units) and the caption (60 units
      *with the colour key beside the text, 92 with it underneath
      *when the picture is too narrow for both side by side). the
      *picture is widened with black on the right whenever the
      *caption needs more room than the frame and its margin give it
       CAP-LAYOUT.
           COMPUTE CAP-SCALE = 1 + (WIDTH - 1) / 800
           IF CAP-SCALE > 16
               MOVE 16 TO CAP-SCALE
           END-IF
           MOVE 0 TO CAP-MARGIN
           MOVE 0 TO CAP-MARGIN-UNITS
           MOVE 0 TO CAP-TICK-BAND
           MOVE 0 TO CAP-TICK-COUNT
           MOVE 0 TO CAP-SIDE-FLAG
           IF CAPTION-TICKS > 0
               PERFORM CAP-BUILD-TICKS
           END-IF
           MOVE CAP-TICK-BAND TO CAP-TEXT-TOP
           MOVE CAP-TICK-BAND TO CAP-UNIT-HEIGHT
           COMPUTE CAP-NEEDED = CAP-MARGIN + WIDTH
           IF CAPTION-FLAG = 1
               PERFORM CAP-BUILD-LINES
               COMPUTE CAP-KEY-BLOCK = CAP-KEY-WIDTH + 26
               IF CAP-NEEDED >=
                   (CAP-TEXT-WIDTH + CAP-KEY-BLOCK) * CAP-SCALE
                   MOVE 1 TO CAP-SIDE-FLAG
                   MOVE CAP-TEXT-WIDTH TO CAP-KEY-X
                   COMPUTE CAP-KEY-Y = CAP-TEXT-TOP + 4
                   ADD 60 TO CAP-UNIT-HEIGHT
               ELSE
                   MOVE 0 TO CAP-KEY-X
                   COMPUTE CAP-KEY-Y = CAP-TEXT-TOP + 58
                   ADD 92 TO CAP-UNIT-HEIGHT
                   IF CAP-TEXT-WIDTH * CAP-SCALE > CAP-NEEDED
                       COMPUTE CAP-NEEDED = CAP-TEXT-WIDTH * CAP-SCALE
                   END-IF
                   IF CAP-KEY-BLOCK * CAP-SCALE > CAP-NEEDED
                       COMPUTE CAP-NEEDED = CAP-KEY-BLOCK * CAP-SCALE
                   END-IF
               END-IF
           END-IF
           MOVE CAP-NEEDED TO CAP-OUT-WIDTH
           COMPUTE CAP-UNIT-WIDTH =
               (CAP-OUT-WIDTH + CAP-SCALE - 1) / CAP-SCALE
           COMPUTE CAP-OUT-HEIGHT =
               HEIGHT + (CAP-UNIT-HEIGHT * CAP-SCALE).

      *>> CAP-BUILD-TICKS - CAPTION-TICKS divisions along each edge,
      *so one more tick than that, the first and last on the corner
      *pixels. the labels are the even divisions of the span, and
      *each tick stands on the pixel nearest its label under the
      *truncated step COMPUTE-FRAME-STEPS renders with - never more
      *than half a pixel out. the left margin is as wide as the
      *longest imaginary label needs
       CAP-BUILD-TICKS.
           MOVE CAPTION-TICKS TO CAP-TICK-COUNT
           MOVE 0 TO CAP-STEP
           IF WIDTH > 1
               COMPUTE CAP-STEP =
                   (CAP-REAL-MAX - CAP-REAL-MIN) / (WIDTH - 1)
           END-IF
           PERFORM VARYING CAP-TICK-INDEX FROM 1 BY 1
               UNTIL CAP-TICK-INDEX > CAP-TICK-COUNT + 1
               COMPUTE CAP-COORD = CAP-REAL-MIN
                   + (((CAP-TICK-INDEX - 1)
                   * (CAP-REAL-MAX - CAP-REAL-MIN)) / CAP-TICK-COUNT)
               IF CAP-STEP > 0
                   COMPUTE CAP-XTICK-COL(CAP-TICK-INDEX) ROUNDED =
                       (CAP-COORD - CAP-REAL-MIN) / CAP-STEP
               ELSE
                   COMPUTE CAP-XTICK-COL(CAP-TICK-INDEX) =
                       ((CAP-TICK-INDEX - 1) * (WIDTH - 1))
                       / CAP-TICK-COUNT
               END-IF
               IF CAP-XTICK-COL(CAP-TICK-INDEX) > WIDTH - 1
                   COMPUTE CAP-XTICK-COL(CAP-TICK-INDEX) = WIDTH - 1
               END-IF
               PERFORM CAP-FORMAT-COORD
               MOVE CAP-COORD-TEXT TO CAP-XTICK-TEXT(CAP-TICK-INDEX)
               MOVE CAP-COORD-LEN  TO CAP-XTICK-LEN(CAP-TICK-INDEX)
           END-PERFORM
           MOVE 0 TO CAP-STEP
           IF HEIGHT > 1
               COMPUTE CAP-STEP =
                   (CAP-IMAG-MAX - CAP-IMAG-MIN) / (HEIGHT - 1)
           END-IF
           MOVE 0 TO CAP-MARGIN-UNITS
           PERFORM VARYING CAP-TICK-INDEX FROM 1 BY 1
               UNTIL CAP-TICK-INDEX > CAP-TICK-COUNT + 1
               COMPUTE CAP-COORD = CAP-IMAG-MIN
                   + (((CAP-TICK-INDEX - 1)
                   * (CAP-IMAG-MAX - CAP-IMAG-MIN)) / CAP-TICK-COUNT)
               IF CAP-STEP > 0
                   COMPUTE CAP-YTICK-ROW(CAP-TICK-INDEX) ROUNDED =
                       (CAP-COORD - CAP-IMAG-MIN) / CAP-STEP
               ELSE
                   COMPUTE CAP-YTICK-ROW(CAP-TICK-INDEX) =
                       ((CAP-TICK-INDEX - 1) * (HEIGHT - 1))
                       / CAP-TICK-COUNT
               END-IF
               IF CAP-YTICK-ROW(CAP-TICK-INDEX) > HEIGHT - 1
                   COMPUTE CAP-YTICK-ROW(CAP-TICK-INDEX) = HEIGHT - 1
               END-IF
               PERFORM CAP-FORMAT-COORD
               MOVE CAP-COORD-TEXT TO CAP-YTICK-TEXT(CAP-TICK-INDEX)
               MOVE CAP-COORD-LEN  TO CAP-YTICK-LEN(CAP-TICK-INDEX)
               IF CAP-COORD-LEN > CAP-MARGIN-UNITS
                   MOVE CAP-COORD-LEN TO CAP-MARGIN-UNITS
               END-IF
           END-PERFORM
      *>> 2 units of blank, the label, 2 more and a 4-unit tick
           COMPUTE CAP-MARGIN-UNITS = (CAP-MARGIN-UNITS * 6) + 8
           COMPUTE CAP-MARGIN = CAP-MARGIN-UNITS * CAP-SCALE
           MOVE 14 TO CAP-TICK-BAND.

      *>> CAP-FORMAT-COORD - CAP-COORD (SCALE units) as a decimal with
      *its trailing zeroes dropped, one decimal place kept
       CAP-FORMAT-COORD.
           COMPUTE CAP-COORD-REAL = CAP-COORD / SCALE
           MOVE CAP-COORD-REAL TO DISP-CAP-COORD
           MOVE FUNCTION TRIM(DISP-CAP-COORD) TO CAP-COORD-TEXT
           COMPUTE CAP-COORD-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CAP-COORD-TEXT TRAILING))
           PERFORM UNTIL CAP-COORD-TEXT(CAP-COORD-LEN:1) NOT = "0"
               OR CAP-COORD-TEXT(CAP-COORD-LEN - 1:1) = "."
               MOVE SPACE TO CAP-COORD-TEXT(CAP-COORD-LEN:1)
               SUBTRACT 1 FROM CAP-COORD-LEN
           END-PERFORM.

      *>> CAP-BUILD-LINES - the six caption lines, and the width in
      *units the longest of them needs
       CAP-BUILD-LINES.
           MOVE SPACES TO CAP-LINE-TABLE
           IF REGION-REQUEST-NAME = SPACES
               MOVE "REGION (NONE)" TO CAP-LINE(1)
           ELSE
               STRING "REGION " DELIMITED BY SIZE
                   REGION-REQUEST-NAME DELIMITED BY SPACE
                   INTO CAP-LINE(1)
           END-IF
           MOVE CAP-REAL-MIN TO CAP-COORD
           PERFORM CAP-FORMAT-COORD
           MOVE CAP-COORD-TEXT TO CAP-TEXT
           MOVE CAP-REAL-MAX TO CAP-COORD
           PERFORM CAP-FORMAT-COORD
           STRING "REAL " DELIMITED BY SIZE
               CAP-TEXT DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               CAP-COORD-TEXT DELIMITED BY SPACE
               INTO CAP-LINE(2)
           MOVE CAP-IMAG-MIN TO CAP-COORD
           PERFORM CAP-FORMAT-COORD
           MOVE CAP-COORD-TEXT TO CAP-TEXT
           MOVE CAP-IMAG-MAX TO CAP-COORD
           PERFORM CAP-FORMAT-COORD
           STRING "IMAG " DELIMITED BY SIZE
               CAP-TEXT DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               CAP-COORD-TEXT DELIMITED BY SPACE
               INTO CAP-LINE(3)
           MOVE CAP-MAX-ITER TO DISP-CAP-NUMBER
           STRING CAP-FORMULA DELIMITED BY SPACE
               " MAX ITER " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-CAP-NUMBER) DELIMITED BY SIZE
               INTO CAP-LINE(4)
           IF CAP-KIND = "D"
               MOVE "ORBIT DENSITY" TO CAP-LINE(5)
           ELSE
               EVALUATE CAP-PALETTE
                   WHEN 1
                       MOVE "PALETTE 1 GRAYSCALE" TO CAP-LINE(5)
                   WHEN 3
                       MOVE "PALETTE 3 EQUALIZED" TO CAP-LINE(5)
                   WHEN 4
                       MOVE "PALETTE 4 PERIOD" TO CAP-LINE(5)
                   WHEN OTHER
                       MOVE "PALETTE 2 GRADIENT" TO CAP-LINE(5)
               END-EVALUATE
           END-IF
           IF CAP-LIB-FOUND = 1
               STRING "RENDERED " DELIMITED BY SIZE
                   CAP-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CAP-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CAP-DATE(7:2) DELIMITED BY SIZE
                   INTO CAP-LINE(6)
           ELSE
               MOVE "NOT IN RENDER LIBRARY" TO CAP-LINE(6)
           END-IF
           IF CAP-FRAME-FLAG = 1
               COMPUTE CAP-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(CAP-LINE(6) TRAILING)) + 1
               STRING " FRAME " DELIMITED BY SIZE
                   FRAME-NUMBER DELIMITED BY SIZE
                   INTO CAP-LINE(6) WITH POINTER CAP-TEXT-LEN
           END-IF
           INSPECT CAP-LINE-TABLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO CAP-TEXT-WIDTH
           PERFORM VARYING CAP-LINE-INDEX FROM 1 BY 1
               UNTIL CAP-LINE-INDEX > 6
               COMPUTE CAP-TEXT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(CAP-LINE(CAP-LINE-INDEX) TRAILING))
               IF CAP-TEXT-LEN > CAP-TEXT-WIDTH
                   MOVE CAP-TEXT-LEN TO CAP-TEXT-WIDTH
               END-IF
           END-PERFORM
      *>> 4 units in from the left, 8 clear after the longest line
           COMPUTE CAP-TEXT-WIDTH = (CAP-TEXT-WIDTH * 6) + 12.

      *>> CAP-DRAW-BANDS - the tick band and the caption band into
      *CAP-CANVAS, white on black: tick marks hanging under the
      *frame's bottom edge with their labels centred below them, then
      *a grey rule, the caption lines and the colour key
       CAP-DRAW-BANDS.
           MOVE LOW-VALUES TO CAP-CANVAS
           MOVE 255 TO CAP-PEN-R CAP-PEN-G CAP-PEN-B
           IF CAPTION-TICKS > 0
               PERFORM VARYING CAP-TICK-INDEX FROM 1 BY 1
                   UNTIL CAP-TICK-INDEX > CAP-TICK-COUNT + 1
                   COMPUTE CAP-RECT-X1 = (CAP-MARGIN
                       + CAP-XTICK-COL(CAP-TICK-INDEX)) / CAP-SCALE
                   MOVE CAP-RECT-X1 TO CAP-RECT-X2
                   MOVE 0 TO CAP-RECT-Y1
                   MOVE 3 TO CAP-RECT-Y2
                   PERFORM CAP-FILL-RECT
                   MOVE CAP-XTICK-TEXT(CAP-TICK-INDEX) TO CAP-TEXT
                   MOVE CAP-XTICK-LEN(CAP-TICK-INDEX) TO CAP-TEXT-LEN
                   COMPUTE CAP-TEXT-X =
                       CAP-RECT-X1 - ((CAP-TEXT-LEN * 6) / 2)
                   IF CAP-TEXT-X + (CAP-TEXT-LEN * 6)
                       > CAP-UNIT-WIDTH
                       COMPUTE CAP-TEXT-X =
                           CAP-UNIT-WIDTH - (CAP-TEXT-LEN * 6)
                   END-IF
                   IF CAP-TEXT-X < 0
                       MOVE 0 TO CAP-TEXT-X
                   END-IF
                   MOVE 5 TO CAP-TEXT-Y
                   PERFORM CAP-DRAW-TEXT
               END-PERFORM
           END-IF
           IF CAPTION-FLAG = 1
               MOVE 96 TO CAP-PEN-R CAP-PEN-G CAP-PEN-B
               MOVE 0 TO CAP-RECT-X1
               COMPUTE CAP-RECT-X2 = CAP-UNIT-WIDTH - 1
               MOVE CAP-TEXT-TOP TO CAP-RECT-Y1 CAP-RECT-Y2
               PERFORM CAP-FILL-RECT
               MOVE 255 TO CAP-PEN-R CAP-PEN-G CAP-PEN-B
               PERFORM VARYING CAP-LINE-INDEX FROM 1 BY 1
                   UNTIL CAP-LINE-INDEX > 6
                   MOVE CAP-LINE(CAP-LINE-INDEX) TO CAP-TEXT
                   COMPUTE CAP-TEXT-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(CAP-TEXT TRAILING))
                   MOVE 4 TO CAP-TEXT-X
                   COMPUTE CAP-TEXT-Y = CAP-TEXT-TOP + 4
                       + ((CAP-LINE-INDEX - 1) * 9)
                   PERFORM CAP-DRAW-TEXT
               END-PERFORM
               PERFORM CAP-DRAW-KEY
           END-IF.

      *>> CAP-DRAW-KEY - the colour key: a bar CAP-KEY-WIDTH units
      *long running from 0 to MAX-ITERATOR - 1 through SELECT-COLOR
      *itself, under the palette and MAX-ITERATOR the frame was
      *rendered with, plus a swatch for the interior. no smoothing
      *fraction and no period, so the key shows the plain bands. the
      *equalized palette needs the frame's own histogram, rebuilt from
      *its iteration file; without one there is no honest key to
      *draw. a density frame's key is its 0-255 ramp
       CAP-DRAW-KEY.
           MOVE MAX-ITERATOR TO CAP-SAVE-MAX-ITER
           MOVE PALETTE-MODE TO CAP-SAVE-PALETTE
           MOVE CAP-MAX-ITER TO MAX-ITERATOR
           MOVE CAP-PALETTE  TO PALETTE-MODE
           MOVE 1 TO CAP-KEY-OK
           IF CAP-KIND = "D"
               MOVE "ORBIT DENSITY" TO CAP-TEXT
           ELSE
               MOVE "ITERATIONS" TO CAP-TEXT
               IF CAP-PALETTE = 3
                   PERFORM CAP-LOAD-EQUALIZER
               END-IF
           END-IF
           COMPUTE CAP-TEXT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CAP-TEXT TRAILING))
           COMPUTE CAP-TEXT-X = CAP-KEY-X + 4
           MOVE CAP-KEY-Y TO CAP-TEXT-Y
           PERFORM CAP-DRAW-TEXT
           IF CAP-KEY-OK = 0
               MOVE "NO ITERATION FILE" TO CAP-TEXT
               MOVE 17 TO CAP-TEXT-LEN
               COMPUTE CAP-TEXT-Y = CAP-KEY-Y + 11
               PERFORM CAP-DRAW-TEXT
           ELSE
      *>> grey frames first, then the bar and swatch inside them
               MOVE 96 TO CAP-PEN-R CAP-PEN-G CAP-PEN-B
               COMPUTE CAP-RECT-X1 = CAP-KEY-X + 3
               COMPUTE CAP-RECT-X2 = CAP-KEY-X + 4 + CAP-KEY-WIDTH
               COMPUTE CAP-RECT-Y1 = CAP-KEY-Y + 9
               COMPUTE CAP-RECT-Y2 = CAP-KEY-Y + 20
               PERFORM CAP-FILL-RECT
               IF CAP-KIND NOT = "D"
                   COMPUTE CAP-RECT-X1 = CAP-KEY-X + 7 + CAP-KEY-WIDTH
                   COMPUTE CAP-RECT-X2 = CAP-RECT-X1 + 11
                   PERFORM CAP-FILL-RECT
               END-IF
               MOVE 0 TO CURRENT-MAGNITUDE
               MOVE 0 TO CURRENT-PERIOD
               COMPUTE CAP-RECT-Y1 = CAP-KEY-Y + 10
               COMPUTE CAP-RECT-Y2 = CAP-KEY-Y + 19
               PERFORM VARYING CAP-INDEX FROM 0 BY 1
                   UNTIL CAP-INDEX >= CAP-KEY-WIDTH
                   IF CAP-KIND = "D"
                       COMPUTE R = (CAP-INDEX * 255)
                           / (CAP-KEY-WIDTH - 1)
                       MOVE R TO G
                       MOVE R TO B
                   ELSE
                       COMPUTE ITERATOR =
                           (CAP-INDEX * MAX-ITERATOR) / CAP-KEY-WIDTH
                       PERFORM SELECT-COLOR
                   END-IF
                   MOVE R TO CAP-PEN-R
                   MOVE G TO CAP-PEN-G
                   MOVE B TO CAP-PEN-B
                   COMPUTE CAP-RECT-X1 = CAP-KEY-X + 4 + CAP-INDEX
                   MOVE CAP-RECT-X1 TO CAP-RECT-X2
                   PERFORM CAP-FILL-RECT
               END-PERFORM
               MOVE 255 TO CAP-PEN-R CAP-PEN-G CAP-PEN-B
               COMPUTE CAP-TEXT-Y = CAP-KEY-Y + 22
               MOVE "0" TO CAP-TEXT
               MOVE 1 TO CAP-TEXT-LEN
               COMPUTE CAP-TEXT-X = CAP-KEY-X + 4
               PERFORM CAP-DRAW-TEXT
               IF CAP-KIND = "D"
                   MOVE "PEAK" TO CAP-TEXT
                   MOVE 4 TO CAP-TEXT-LEN
               ELSE
                   COMPUTE DISP-CAP-NUMBER = MAX-ITERATOR / 2
                   MOVE FUNCTION TRIM(DISP-CAP-NUMBER) TO CAP-TEXT
                   COMPUTE CAP-TEXT-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(CAP-TEXT TRAILING))
                   COMPUTE CAP-TEXT-X = CAP-KEY-X + 4
                       + (CAP-KEY-WIDTH / 2) - ((CAP-TEXT-LEN * 6) / 2)
                   PERFORM CAP-DRAW-TEXT
                   MOVE SPACES TO CAP-TEXT
                   COMPUTE DISP-CAP-NUMBER = MAX-ITERATOR - 1
                   MOVE FUNCTION TRIM(DISP-CAP-NUMBER) TO CAP-TEXT
                   COMPUTE CAP-TEXT-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(CAP-TEXT TRAILING))
               END-IF
               COMPUTE CAP-TEXT-X = CAP-KEY-X + 5 + CAP-KEY-WIDTH
                   - (CAP-TEXT-LEN * 6)
               PERFORM CAP-DRAW-TEXT
               IF CAP-KIND NOT = "D"
                   MOVE MAX-ITERATOR TO ITERATOR
                   PERFORM SELECT-COLOR
                   MOVE R TO CAP-PEN-R
                   MOVE G TO CAP-PEN-G
                   MOVE B TO CAP-PEN-B
                   COMPUTE CAP-RECT-X1 = CAP-KEY-X + 8 + CAP-KEY-WIDTH
                   COMPUTE CAP-RECT-X2 = CAP-RECT-X1 + 9
                   COMPUTE CAP-RECT-Y1 = CAP-KEY-Y + 10
                   COMPUTE CAP-RECT-Y2 = CAP-KEY-Y + 19
                   PERFORM CAP-FILL-RECT
                   MOVE 255 TO CAP-PEN-R CAP-PEN-G CAP-PEN-B
                   MOVE "IN" TO CAP-TEXT
                   MOVE 2 TO CAP-TEXT-LEN
                   COMPUTE CAP-TEXT-X = CAP-KEY-X + 7 + CAP-KEY-WIDTH
                   PERFORM CAP-DRAW-TEXT
               END-IF
           END-IF
           MOVE CAP-SAVE-MAX-ITER TO MAX-ITERATOR
           MOVE CAP-SAVE-PALETTE  TO PALETTE-MODE.

      *>> CAP-LOAD-EQUALIZER - the equalized palette's cumulative
      *table for the key, rebuilt from the frame's iteration file by
      *the recolor pass's own BUILD-ITER-STATISTICS. the cumulative
      *table stops at 1000 buckets, so a MAX-ITERATOR past 998 has
      *no key either
       CAP-LOAD-EQUALIZER.
           MOVE 0 TO CAP-KEY-OK
           IF CAP-ITER-NAME NOT = SPACES AND CAP-MAX-ITER < 999
               MOVE ITER-FILENAME TO CAP-SAVE-ITER
               MOVE CAP-ITER-NAME TO ITER-FILENAME
               OPEN INPUT ITER-FILE
               IF ITER-STATUS = "00"
                   MOVE 0 TO RECOLOR-EOF-FLAG
                   MOVE 0 TO ITER-RUN-LEFT
                   READ ITER-FILE
                       AT END MOVE 1 TO RECOLOR-EOF-FLAG
                   END-READ
                   IF RECOLOR-EOF-FLAG = 0
                       AND ITER-HDR-MAX-ITER = CAP-MAX-ITER
                       PERFORM BUILD-ITER-STATISTICS
                       IF PIXEL-TOTAL-COUNT > 0
                           MOVE 1 TO CAP-KEY-OK
                       END-IF
                   ELSE
                       CLOSE ITER-FILE
                   END-IF
               ELSE
                   IF ITER-STATUS = "05"
                       CLOSE ITER-FILE
                   END-IF
               END-IF
               MOVE CAP-SAVE-ITER TO ITER-FILENAME
           END-IF.

      *>> CAP-DRAW-TEXT - CAP-TEXT-LEN characters of CAP-TEXT in the
      *pen colour, top left corner at unit CAP-TEXT-X, CAP-TEXT-Y.
      *six units a character, the sixth the gap
       CAP-DRAW-TEXT.
           PERFORM VARYING CAP-GLYPH-ROW FROM 0 BY 1
               UNTIL CAP-GLYPH-ROW > 6
               PERFORM CAP-TEXT-ROW-BITS
               COMPUTE CAP-UY = CAP-TEXT-Y + CAP-GLYPH-ROW
               PERFORM VARYING CAP-BIT-INDEX FROM 1 BY 1
                   UNTIL CAP-BIT-INDEX > CAP-TEXT-LEN * 6
                   IF CAP-BITS(CAP-BIT-INDEX:1) = "1"
                       COMPUTE CAP-UX = CAP-TEXT-X + CAP-BIT-INDEX - 1
                       PERFORM CAP-SET-PIXEL
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>> CAP-TEXT-ROW-BITS - glyph row CAP-GLYPH-ROW of CAP-TEXT as
      *a string of 1s and 0s, six to a character
       CAP-TEXT-ROW-BITS.
           MOVE ALL "0" TO CAP-BITS
           PERFORM VARYING CAP-CHAR-INDEX FROM 1 BY 1
               UNTIL CAP-CHAR-INDEX > CAP-TEXT-LEN
               MOVE 0 TO CAP-GLYPH-INDEX
               IF CAP-TEXT(CAP-CHAR-INDEX:1) NOT = SPACE
                   PERFORM VARYING FONT-INDEX FROM 1 BY 1
                       UNTIL FONT-INDEX > 47 OR CAP-GLYPH-INDEX > 0
                       IF FONT-CHAR(FONT-INDEX)
                           = CAP-TEXT(CAP-CHAR-INDEX:1)
                           MOVE FONT-INDEX TO CAP-GLYPH-INDEX
                       END-IF
                   END-PERFORM
               END-IF
               IF CAP-GLYPH-INDEX > 0
                   MOVE FONT-BITS(CAP-GLYPH-INDEX)
                       ((CAP-GLYPH-ROW * 5) + 1:5)
                       TO CAP-BITS(((CAP-CHAR-INDEX - 1) * 6) + 1:5)
               END-IF
           END-PERFORM.

      *>> CAP-FILL-RECT - the pen colour over units CAP-RECT-X1..X2
      *by CAP-RECT-Y1..Y2, corners included
       CAP-FILL-RECT.
           PERFORM VARYING CAP-UY FROM CAP-RECT-Y1 BY 1
               UNTIL CAP-UY > CAP-RECT-Y2
               PERFORM VARYING CAP-UX FROM CAP-RECT-X1 BY 1
                   UNTIL CAP-UX > CAP-RECT-X2
                   PERFORM CAP-SET-PIXEL
               END-PERFORM
           END-PERFORM.

      *>> CAP-SET-PIXEL - one canvas unit in the pen colour. anything
      *off the canvas is simply not drawn
       CAP-SET-PIXEL.
           IF CAP-UX >= 0 AND CAP-UX < CAP-UNIT-WIDTH
               AND CAP-UY >= 0 AND CAP-UY < CAP-UNIT-HEIGHT
               COMPUTE CAP-CELL-INDEX =
                   (CAP-UY * CAP-UNIT-WIDTH) + CAP-UX + 1
               MOVE FUNCTION CHAR(CAP-PEN-R + 1)
                   TO CAP-R(CAP-CELL-INDEX)
               MOVE FUNCTION CHAR(CAP-PEN-G + 1)
                   TO CAP-G(CAP-CELL-INDEX)
               MOVE FUNCTION CHAR(CAP-PEN-B + 1)
                   TO CAP-B(CAP-CELL-INDEX)
           END-IF.

      *>> CAP-WRITE-FRAME-ROW - one frame row of the picture: its
      *tick margin, the frame row itself out of the raster from
      *CAP-ROW-BASE on, then black out to the picture's full width
       CAP-WRITE-FRAME-ROW.
           IF CAP-MARGIN > 0
               PERFORM CAP-BUILD-MARGIN-ROW
               PERFORM VARYING CAP-X FROM 0 BY 1
                   UNTIL CAP-X >= CAP-MARGIN
                   COMPUTE CAP-UX = (CAP-X / CAP-SCALE) + 1
                   IF CAP-MARGIN-ROW(CAP-UX:1) = "1"
                       MOVE HIGH-VALUE TO PPM-BYTE
                   ELSE
                       MOVE LOW-VALUE TO PPM-BYTE
                   END-IF
                   WRITE PPM-BYTE
                   WRITE PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
           END-IF
           PERFORM VARYING CAP-X FROM 1 BY 1 UNTIL CAP-X > WIDTH
               COMPUTE RASTER-INDEX = CAP-ROW-BASE + CAP-X
               MOVE RASTER-R(RASTER-INDEX) TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE RASTER-G(RASTER-INDEX) TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE RASTER-B(RASTER-INDEX) TO PPM-BYTE
               WRITE PPM-BYTE
           END-PERFORM
           MOVE LOW-VALUE TO PPM-BYTE
           COMPUTE CAP-X = CAP-MARGIN + WIDTH
           PERFORM UNTIL CAP-X >= CAP-OUT-WIDTH
               WRITE PPM-BYTE
               WRITE PPM-BYTE
               WRITE PPM-BYTE
               ADD 1 TO CAP-X
           END-PERFORM.

      *>> CAP-BUILD-MARGIN-ROW - the left margin for frame row
      *CAP-FRAME-Y in units, 1 for ink: a tick where the row is a
      *tick row, and the row of any label standing centred on a tick
      *(pushed inside the frame's height at the top and bottom)
       CAP-BUILD-MARGIN-ROW.
           MOVE ALL "0" TO CAP-MARGIN-ROW
           PERFORM VARYING CAP-TICK-INDEX FROM 1 BY 1
               UNTIL CAP-TICK-INDEX > CAP-TICK-COUNT + 1
               IF CAP-FRAME-Y >= CAP-YTICK-ROW(CAP-TICK-INDEX)
                   AND CAP-FRAME-Y <
                   CAP-YTICK-ROW(CAP-TICK-INDEX) + CAP-SCALE
                   MOVE "1111" TO
                       CAP-MARGIN-ROW(CAP-MARGIN-UNITS - 3:4)
               END-IF
               COMPUTE CAP-LABEL-TOP =
                   CAP-YTICK-ROW(CAP-TICK-INDEX) - (3 * CAP-SCALE)
               IF CAP-LABEL-TOP + (7 * CAP-SCALE) > HEIGHT
                   COMPUTE CAP-LABEL-TOP = HEIGHT - (7 * CAP-SCALE)
               END-IF
               IF CAP-LABEL-TOP < 0
                   MOVE 0 TO CAP-LABEL-TOP
               END-IF
               IF CAP-FRAME-Y >= CAP-LABEL-TOP
                   AND CAP-FRAME-Y < CAP-LABEL-TOP + (7 * CAP-SCALE)
                   COMPUTE CAP-GLYPH-ROW =
                       (CAP-FRAME-Y - CAP-LABEL-TOP) / CAP-SCALE
                   MOVE CAP-YTICK-TEXT(CAP-TICK-INDEX) TO CAP-TEXT
                   MOVE CAP-YTICK-LEN(CAP-TICK-INDEX) TO CAP-TEXT-LEN
                   PERFORM CAP-TEXT-ROW-BITS
                   MOVE CAP-BITS(1:CAP-TEXT-LEN * 6) TO
                       CAP-MARGIN-ROW(CAP-MARGIN-UNITS - 5
                       - (CAP-TEXT-LEN * 6):CAP-TEXT-LEN * 6)
               END-IF
           END-PERFORM.

      *>> CAP-WRITE-BANDS - the canvas under the frame, each unit
      *row written CAP-SCALE times and each unit CAP-SCALE pixels wide
       CAP-WRITE-BANDS.
           PERFORM VARYING CAP-UY FROM 0 BY 1
               UNTIL CAP-UY >= CAP-UNIT-HEIGHT
               PERFORM VARYING CAP-REP FROM 1 BY 1
                   UNTIL CAP-REP > CAP-SCALE
                   PERFORM VARYING CAP-X FROM 0 BY 1
                       UNTIL CAP-X >= CAP-OUT-WIDTH
                       COMPUTE CAP-CELL-INDEX =
                           (CAP-UY * CAP-UNIT-WIDTH)
                           + (CAP-X / CAP-SCALE) + 1
                       MOVE CAP-R(CAP-CELL-INDEX) TO PPM-BYTE
                       WRITE PPM-BYTE
                       MOVE CAP-G(CAP-CELL-INDEX) TO PPM-BYTE
                       WRITE PPM-BYTE
                       MOVE CAP-B(CAP-CELL-INDEX) TO PPM-BYTE
                       WRITE PPM-BYTE
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

      *>> ELEVATION-EXPORT-PASS - the heightmap and mesh export run
      *mode's driver, shaped like EXPORT-ALL-IMAGES: a large-format
      *card streams its iteration tiles through the manifest, a
      *SPANFILE means one heightmap and mesh per batch frame's
      *"ITERFILE.Fnnn", and otherwise it is the one iteration file
      *this job step's card points at
       ELEVATION-EXPORT-PASS.
           MOVE ELEV-DECIMATE TO ELEV-STEP
           IF ELEV-STEP < 1
               MOVE 1 TO ELEV-STEP
           END-IF
           MOVE ELEV-RELIEF TO ELEV-RELIEF-PCT
           IF ELEV-RELIEF-PCT = 0
               MOVE 25 TO ELEV-RELIEF-PCT
           END-IF
           IF LARGE-FLAG = 1
               PERFORM ELEV-LARGE-EXPORT
           ELSE
               OPEN INPUT SPAN-FILE
               IF SPAN-STATUS = "00"
                   MOVE 0 TO SPAN-EOF-FLAG
                   PERFORM UNTIL SPAN-EOF-FLAG = 1
                       READ SPAN-FILE
                           AT END
                               MOVE 1 TO SPAN-EOF-FLAG
                           NOT AT END
                               MOVE SPAN-FRAME-NUMBER TO FRAME-NUMBER
                               MOVE SPACES TO ITER-FILENAME
                               STRING "ITERFILE.F" DELIMITED BY SIZE
                                   FRAME-NUMBER DELIMITED BY SIZE
                                   JOB-QUALIFIER DELIMITED BY SPACE
                                   INTO ITER-FILENAME
                               PERFORM ELEV-EXPORT-ONE-FRAME
                       END-READ
                   END-PERFORM
                   CLOSE SPAN-FILE
               ELSE
                   IF SPAN-STATUS = "05"
                       CLOSE SPAN-FILE
                   END-IF
                   PERFORM ELEV-EXPORT-ONE-FRAME
               END-IF
           END-IF.

      *>> ELEV-EXPORT-ONE-FRAME - stands one iteration file's heights
      *up in the table, geometry off its header, then writes the
      *heightmap and mesh next to it (same name plus ".PGM"/".OBJ")
       ELEV-EXPORT-ONE-FRAME.
           DISPLAY "Elevation export of " ITER-FILENAME
           MOVE 0 TO ELEV-LOADED-FLAG
           MOVE 999999999 TO ELEV-MIN
           MOVE -1 TO ELEV-MAX
           OPEN INPUT ITER-FILE
           IF ITER-STATUS NOT = "00"
               DISPLAY "Iteration file not found - nothing to export"
               IF ITER-STATUS = "05"
                   CLOSE ITER-FILE
               END-IF
           ELSE
               MOVE 0 TO ELEV-EOF-FLAG
               MOVE 0 TO ITER-RUN-LEFT
               READ ITER-FILE
                   AT END MOVE 1 TO ELEV-EOF-FLAG
               END-READ
               IF ELEV-EOF-FLAG = 1
                   OR ITER-HDR-WIDTH IS NOT NUMERIC
                   OR ITER-HDR-HEIGHT IS NOT NUMERIC
                   DISPLAY "Iteration file is empty - nothing to "
                   "export"
               ELSE
                   MOVE ITER-HDR-WIDTH  TO WIDTH
                   MOVE ITER-HDR-HEIGHT TO HEIGHT
                   COMPUTE PIXEL-LIMIT = WIDTH * HEIGHT
                   IF PIXEL-LIMIT > 4000000 OR PIXEL-LIMIT <= 0
                       DISPLAY "Frame too large for the elevation "
                       "table - export it as a large-format frame"
                   ELSE
                       PERFORM VARYING RASTER-INDEX FROM 1 BY 1
                           UNTIL RASTER-INDEX > PIXEL-LIMIT
                           MOVE -1 TO ADAPT-ITER-CELL(RASTER-INDEX)
                       END-PERFORM
                       PERFORM UNTIL ELEV-EOF-FLAG = 1
                           PERFORM READ-ITER-PIXEL
                           IF ITER-AT-END = 1
                               MOVE 1 TO ELEV-EOF-FLAG
                           ELSE
                               IF ITER-X >= 0 AND ITER-X < WIDTH
                                   AND ITER-Y >= 0 AND ITER-Y < HEIGHT
                                   PERFORM ELEV-PIXEL-HEIGHT
                                   COMPUTE RASTER-INDEX =
                                       (ITER-Y * WIDTH) + ITER-X + 1
                                   MOVE ELEV-MILLI
                                       TO ADAPT-ITER-CELL(RASTER-INDEX)
                               END-IF
                           END-IF
                       END-PERFORM
                       MOVE 1 TO ELEV-LOADED-FLAG
                   END-IF
               END-IF
               CLOSE ITER-FILE
           END-IF
           IF ELEV-LOADED-FLAG = 1
               MOVE ITER-FILENAME TO ELEV-BASE-NAME
               PERFORM ELEV-OPEN-OUTPUTS
           END-IF
           IF ELEV-LOADED-FLAG = 1
               MOVE 0 TO LARGE-WINDOW-START
               COMPUTE LARGE-WINDOW-END = HEIGHT - 1
               PERFORM ELEV-EMIT-ROWS
               PERFORM ELEV-CLOSE-OUTPUTS
           END-IF.

      *>> ELEV-LARGE-EXPORT - the streaming version over the tile
      *manifest. the height range has to be known before the first
      *byte goes out, so one pass reads every iteration tile just for
      *its lowest and highest escape; then each row-window clears
      *its share of the table, pulls in the tiles that touch it and
      *emits its heightmap rows and mesh vertices in order. the
      *iteration tile shares the image tile's name past its
      *"IMGFILE" prefix
       ELEV-LARGE-EXPORT.
           DISPLAY "Streaming elevation export over tile manifest..."
           PERFORM LOAD-TILE-MANIFEST
           IF MAN-TILE-COUNT = 0
               DISPLAY "Tile manifest missing or empty - nothing to "
               "export"
           ELSE
               MOVE ITER-FILENAME TO ELEV-SAVE-ITER
               MOVE 999999999 TO ELEV-MIN
               MOVE -1 TO ELEV-MAX
               MOVE 1 TO ELEV-RANGE-PASS
               PERFORM VARYING MAN-INDEX FROM 1 BY 1
                   UNTIL MAN-INDEX > MAN-TILE-COUNT
                   PERFORM ELEV-READ-ONE-TILE
               END-PERFORM
               MOVE 0 TO ELEV-RANGE-PASS
               MOVE SPACES TO ELEV-BASE-NAME
               STRING "POSTER" DELIMITED BY SIZE
                   JOB-QUALIFIER DELIMITED BY SPACE
                   INTO ELEV-BASE-NAME
               MOVE 1 TO ELEV-LOADED-FLAG
               PERFORM ELEV-OPEN-OUTPUTS
               IF ELEV-LOADED-FLAG = 1
                   COMPUTE LARGE-ROWS-PER-PASS = 4000000 / WIDTH
                   IF LARGE-ROWS-PER-PASS < 1
                       MOVE 1 TO LARGE-ROWS-PER-PASS
                   END-IF
                   PERFORM VARYING LARGE-WINDOW-START FROM 0
                       BY LARGE-ROWS-PER-PASS
                       UNTIL LARGE-WINDOW-START >= HEIGHT
                       COMPUTE LARGE-WINDOW-END =
                           LARGE-WINDOW-START + LARGE-ROWS-PER-PASS - 1
                       IF LARGE-WINDOW-END >= HEIGHT
                           COMPUTE LARGE-WINDOW-END = HEIGHT - 1
                       END-IF
                       COMPUTE LARGE-WINDOW-CELLS =
                           (LARGE-WINDOW-END - LARGE-WINDOW-START + 1)
                           * WIDTH
                       PERFORM VARYING RASTER-INDEX FROM 1 BY 1
                           UNTIL RASTER-INDEX > LARGE-WINDOW-CELLS
                           MOVE -1 TO ADAPT-ITER-CELL(RASTER-INDEX)
                       END-PERFORM
                       PERFORM VARYING MAN-INDEX FROM 1 BY 1
                           UNTIL MAN-INDEX > MAN-TILE-COUNT
                           IF MT-Y1(MAN-INDEX) <= LARGE-WINDOW-END
                               AND MT-Y2(MAN-INDEX)
                                   >= LARGE-WINDOW-START
                               PERFORM ELEV-READ-ONE-TILE
                           END-IF
                       END-PERFORM
                       PERFORM ELEV-EMIT-ROWS
                   END-PERFORM
                   PERFORM ELEV-CLOSE-OUTPUTS
               END-IF
               MOVE ELEV-SAVE-ITER TO ITER-FILENAME
           END-IF.

       ELEV-READ-ONE-TILE.
           MOVE SPACES TO ITER-FILENAME
           STRING "ITERFILE" DELIMITED BY SIZE
               MT-NAME(MAN-INDEX)(8:23) DELIMITED BY SPACE
               INTO ITER-FILENAME
           OPEN INPUT ITER-FILE
           IF ITER-STATUS NOT = "00"
               IF ELEV-RANGE-PASS = 1
                   DISPLAY "Missing iteration tile " ITER-FILENAME
               END-IF
               IF ITER-STATUS = "05"
                   CLOSE ITER-FILE
               END-IF
           ELSE
               MOVE 0 TO ELEV-EOF-FLAG
               MOVE 0 TO ITER-RUN-LEFT
               READ ITER-FILE
                   AT END MOVE 1 TO ELEV-EOF-FLAG
               END-READ
               PERFORM UNTIL ELEV-EOF-FLAG = 1
                   PERFORM READ-ITER-PIXEL
                   IF ITER-AT-END = 1
                       MOVE 1 TO ELEV-EOF-FLAG
                   ELSE
                       IF ITER-X >= 0 AND ITER-X < WIDTH
                           AND ITER-Y >= LARGE-WINDOW-START
                           AND ITER-Y <= LARGE-WINDOW-END
                           AND ELEV-RANGE-PASS = 0
                           PERFORM ELEV-PIXEL-HEIGHT
                           COMPUTE RASTER-INDEX =
                               ((ITER-Y - LARGE-WINDOW-START)
                               * WIDTH) + ITER-X + 1
                           MOVE ELEV-MILLI
                               TO ADAPT-ITER-CELL(RASTER-INDEX)
                       END-IF
                       IF ITER-X >= 0 AND ITER-X < WIDTH
                           AND ITER-Y >= 0 AND ITER-Y < HEIGHT
                           AND ELEV-RANGE-PASS = 1
                           PERFORM ELEV-PIXEL-HEIGHT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ITER-FILE
           END-IF.

      *>> ELEV-PIXEL-HEIGHT - the height of the pixel in ITER-RECORD
      *into ELEV-MILLI, noting the lowest and highest escape. the
      *smooth fraction comes from the same formula the palettes use,
      *so the card should carry the SCALE and BAILOUT the frame was
      *rendered with; a file with no magnitude gives whole counts
       ELEV-PIXEL-HEIGHT.
           IF ITER-ESCAPED-FLAG = 1 AND ITER-COUNT IS NUMERIC
               MOVE 0 TO SMOOTH-FRACTION
               IF ITER-MAG IS NUMERIC
                   MOVE ITER-MAG TO CURRENT-MAGNITUDE
                   IF CURRENT-MAGNITUDE > BAILOUT
                       AND BAILOUT > SCALE
                       PERFORM COMPUTE-SMOOTH-FRACTION
                   END-IF
               END-IF
               COMPUTE ELEV-MILLI =
                   (ITER-COUNT * 1000) + SMOOTH-FRACTION
               IF ELEV-MILLI < ELEV-MIN
                   MOVE ELEV-MILLI TO ELEV-MIN
               END-IF
               IF ELEV-MILLI > ELEV-MAX
                   MOVE ELEV-MILLI TO ELEV-MAX
               END-IF
           ELSE
               MOVE -2 TO ELEV-MILLI
           END-IF.

      *>> ELEV-CELL-LEVEL - one table cell's ELEV-MILLI as a 16-bit
      *heightmap level in ELEV-LEVEL
       ELEV-CELL-LEVEL.
           EVALUATE TRUE
               WHEN ELEV-MILLI = -2
                   IF ELEV-INTERIOR = 1
                       MOVE 65535 TO ELEV-LEVEL
                   ELSE
                       MOVE 0 TO ELEV-LEVEL
                   END-IF
               WHEN ELEV-MILLI < 0
                   MOVE 0 TO ELEV-LEVEL
               WHEN ELEV-MAX > ELEV-MIN
                   COMPUTE ELEV-LEVEL =
                       ((ELEV-MILLI - ELEV-MIN) * 65535)
                       / (ELEV-MAX - ELEV-MIN)
               WHEN OTHER
                   MOVE 0 TO ELEV-LEVEL
           END-EVALUATE
           IF ELEV-LEVEL < 0
               MOVE 0 TO ELEV-LEVEL
           END-IF
           IF ELEV-LEVEL > 65535
               MOVE 65535 TO ELEV-LEVEL
           END-IF.

      *>> ELEV-OPEN-OUTPUTS - the heightmap goes through the PPM byte
      *writer as a binary P5 with a 65535 maximum (two bytes a pixel,
      *high byte first, as the format requires); the mesh opens with
      *comment lines giving the height mapping so the milli-iteration
      *values can be recovered from the levels
       ELEV-OPEN-OUTPUTS.
           MOVE SPACES TO PPM-FILENAME
           STRING ELEV-BASE-NAME DELIMITED BY SPACE
               ".PGM" DELIMITED BY SIZE
               INTO PPM-FILENAME
           MOVE SPACES TO MESH-FILENAME
           STRING ELEV-BASE-NAME DELIMITED BY SPACE
               ".OBJ" DELIMITED BY SIZE
               INTO MESH-FILENAME
           OPEN OUTPUT PPM-FILE
           IF PPM-STATUS NOT = "00"
               DISPLAY "Unable to open PGM output file, status "
               PPM-STATUS
               MOVE 0 TO ELEV-LOADED-FLAG
           ELSE
               OPEN OUTPUT MESH-FILE
               IF MESH-STATUS NOT = "00"
                   DISPLAY "Unable to open mesh output file, status "
                   MESH-STATUS
                   CLOSE PPM-FILE
                   MOVE 0 TO ELEV-LOADED-FLAG
               END-IF
           END-IF
           IF ELEV-LOADED-FLAG = 1
               IF ELEV-MAX < 0
                   MOVE 0 TO ELEV-MIN
                   MOVE 0 TO ELEV-MAX
               END-IF
               MOVE "P" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE "5" TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE
               END-PERFORM
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE
               MOVE 65535 TO DISP-PPM-DIM
               PERFORM VARYING PPM-I FROM 1 BY 1 UNTIL PPM-I > 5
                   MOVE DISP-PPM-DIM(PPM-I:1) TO PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
               MOVE PPM-NEWLINE TO PPM-BYTE
               WRITE PPM-BYTE

               COMPUTE ELEV-MESH-COLS = ((WIDTH - 1) / ELEV-STEP) + 1
               COMPUTE ELEV-MESH-ROWS = ((HEIGHT - 1) / ELEV-STEP) + 1
               MOVE SPACES TO MESH-RECORD
               STRING "# elevation mesh of " DELIMITED BY SIZE
                   ELEV-BASE-NAME DELIMITED BY SPACE
                   INTO MESH-RECORD
               WRITE MESH-RECORD
               MOVE WIDTH TO DISP-ELEV-X
               MOVE HEIGHT TO DISP-ELEV-Y
               MOVE ELEV-STEP TO DISP-ELEV-A
               MOVE SPACES TO MESH-RECORD
               STRING "# frame " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-X) DELIMITED BY SIZE
                   " x " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-Y) DELIMITED BY SIZE
                   ", a vertex every " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-A) DELIMITED BY SIZE
                   " pixels" DELIMITED BY SIZE
                   INTO MESH-RECORD
               WRITE MESH-RECORD
               MOVE ELEV-MIN TO DISP-ELEV-X
               MOVE ELEV-MAX TO DISP-ELEV-Y
               COMPUTE ELEV-Z = (WIDTH * ELEV-RELIEF-PCT) / 100
               MOVE ELEV-Z TO DISP-ELEV-Z
               MOVE SPACES TO MESH-RECORD
               STRING "# milli-iterations " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-X) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-Y) DELIMITED BY SIZE
                   " stand at z 0 to " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-Z) DELIMITED BY SIZE
                   INTO MESH-RECORD
               WRITE MESH-RECORD
               IF ELEV-INTERIOR = 1
                   MOVE "# interior points clamped to the ceiling"
                       TO MESH-RECORD
               ELSE
                   MOVE "# interior points clamped to the floor"
                       TO MESH-RECORD
               END-IF
               WRITE MESH-RECORD
           END-IF.

      *>> ELEV-EMIT-ROWS - the heightmap rows LARGE-WINDOW-START to
      *LARGE-WINDOW-END out of the table, and the mesh vertices of
      *every sampled row among them. the mesh runs x along the
      *columns and y down the rows as negative values, so seen from
      *above it reads the same way round as the image
       ELEV-EMIT-ROWS.
           PERFORM VARYING ELEV-ROW FROM LARGE-WINDOW-START BY 1
               UNTIL ELEV-ROW > LARGE-WINDOW-END
               PERFORM VARYING ELEV-COL FROM 0 BY 1
                   UNTIL ELEV-COL >= WIDTH
                   COMPUTE RASTER-INDEX =
                       ((ELEV-ROW - LARGE-WINDOW-START) * WIDTH)
                       + ELEV-COL + 1
                   MOVE ADAPT-ITER-CELL(RASTER-INDEX) TO ELEV-MILLI
                   PERFORM ELEV-CELL-LEVEL
                   COMPUTE ELEV-HIGH-BYTE = ELEV-LEVEL / 256
                   COMPUTE ELEV-LOW-BYTE =
                       ELEV-LEVEL - (ELEV-HIGH-BYTE * 256)
                   MOVE FUNCTION CHAR(ELEV-HIGH-BYTE + 1) TO PPM-BYTE
                   WRITE PPM-BYTE
                   MOVE FUNCTION CHAR(ELEV-LOW-BYTE + 1) TO PPM-BYTE
                   WRITE PPM-BYTE
               END-PERFORM
               IF FUNCTION MOD(ELEV-ROW, ELEV-STEP) = 0
                   PERFORM ELEV-WRITE-VERTEX-ROW
               END-IF
           END-PERFORM.

       ELEV-WRITE-VERTEX-ROW.
           PERFORM VARYING ELEV-COL FROM 0 BY ELEV-STEP
               UNTIL ELEV-COL >= WIDTH
               COMPUTE RASTER-INDEX =
                   ((ELEV-ROW - LARGE-WINDOW-START) * WIDTH)
                   + ELEV-COL + 1
               MOVE ADAPT-ITER-CELL(RASTER-INDEX) TO ELEV-MILLI
               PERFORM ELEV-CELL-LEVEL
               COMPUTE ELEV-Z ROUNDED =
                   (ELEV-LEVEL * WIDTH * ELEV-RELIEF-PCT)
                   / (100 * 65535)
               MOVE ELEV-COL TO DISP-ELEV-X
               COMPUTE DISP-ELEV-Y = 0 - ELEV-ROW
               MOVE ELEV-Z TO DISP-ELEV-Z
               MOVE SPACES TO MESH-RECORD
               STRING "v " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-X) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-Y) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DISP-ELEV-Z) DELIMITED BY SIZE
                   INTO MESH-RECORD
               WRITE MESH-RECORD
           END-PERFORM.

      *>> ELEV-CLOSE-OUTPUTS - the faces go last, once every vertex
      *is out: two triangles a grid cell, numbered the way OBJ counts
      *vertices (from 1, row by row) and wound counter-clockwise seen
      *from above so the surface faces up
       ELEV-CLOSE-OUTPUTS.
           PERFORM VARYING ELEV-ROW FROM 0 BY 1
               UNTIL ELEV-ROW >= ELEV-MESH-ROWS - 1
               PERFORM VARYING ELEV-COL FROM 0 BY 1
                   UNTIL ELEV-COL >= ELEV-MESH-COLS - 1
                   COMPUTE ELEV-CORNER-A =
                       (ELEV-ROW * ELEV-MESH-COLS) + ELEV-COL + 1
                   COMPUTE ELEV-CORNER-B = ELEV-CORNER-A + 1
                   COMPUTE ELEV-CORNER-C =
                       ELEV-CORNER-A + ELEV-MESH-COLS
                   COMPUTE ELEV-CORNER-D = ELEV-CORNER-C + 1
                   MOVE ELEV-CORNER-A TO DISP-ELEV-A
                   MOVE ELEV-CORNER-C TO DISP-ELEV-B
                   MOVE ELEV-CORNER-B TO DISP-ELEV-C
                   PERFORM ELEV-WRITE-FACE
                   MOVE ELEV-CORNER-B TO DISP-ELEV-A
                   MOVE ELEV-CORNER-C TO DISP-ELEV-B
                   MOVE ELEV-CORNER-D TO DISP-ELEV-C
                   PERFORM ELEV-WRITE-FACE
               END-PERFORM
           END-PERFORM
           CLOSE PPM-FILE
           CLOSE MESH-FILE
           MOVE ELEV-MIN TO DISP-ELEV-X
           MOVE ELEV-MAX TO DISP-ELEV-Y
           DISPLAY "Escape heights " FUNCTION TRIM(DISP-ELEV-X)
           " to " FUNCTION TRIM(DISP-ELEV-Y) " milli-iterations"
           DISPLAY "Wrote " PPM-FILENAME
           DISPLAY "Wrote " MESH-FILENAME.

       ELEV-WRITE-FACE.
           MOVE SPACES TO MESH-RECORD
           STRING "f " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ELEV-A) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ELEV-B) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(DISP-ELEV-C) DELIMITED BY SIZE
               INTO MESH-RECORD
           WRITE MESH-RECORD.

      *>> INSPECT-ORBIT-AT-CLICK - one inspection. converts the
      *clicked pixel to its point on the plane, then traces the
               STOP RUN
           END-IF
           MOVE 0 TO RECOLOR-EOF-FLAG
           MOVE 0 TO ITER-RUN-LEFT
           READ ITER-FILE
               AT END MOVE 1 TO RECOLOR-EOF-FLAG
           END-READ
           MOVE ITER-HDR-HEIGHT   TO HEIGHT
           MOVE ITER-HDR-MAX-ITER TO MAX-ITERATOR

           PERFORM BUILD-ITER-STATISTICS
           PERFORM RECOLOR-WRITE-IMAGE
           DISPLAY "Recolor complete".

      *>> BUILD-ITER-STATISTICS - with ITER-FILE open and its header
      *read, rebuilds the iteration histogram (and the min/max/average
      *figures the statistics report prints) from the file the same
      *way ANALYSIS-PASS builds them from the escape formula, then
      *closes the file and builds the cumulative table the
      *histogram-equalized palette maps through
       BUILD-ITER-STATISTICS.
           MOVE 0 TO PIXEL-TOTAL-COUNT
           MOVE 0 TO INTERIOR-COUNT
           MOVE 0 TO SUM-ITERATOR
           MOVE 0 TO AVG-ITERATOR
           MOVE MAX-ITERATOR TO MIN-ITERATOR-SEEN
           MOVE 0 TO MAX-ITERATOR-SEEN
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > 1000
               MOVE 0 TO HIST-BUCKET(HIST-INDEX)
           END-PERFORM
           PERFORM UNTIL RECOLOR-EOF-FLAG = 1
               PERFORM READ-ITER-PIXEL
               IF ITER-AT-END = 1
                   MOVE 1 TO RECOLOR-EOF-FLAG
               ELSE
                   ADD 1 TO PIXEL-TOTAL-COUNT
                   ADD 1 TO HIST-BUCKET(ITER-COUNT + 1)
                   ADD ITER-COUNT TO SUM-ITERATOR
                   IF ITER-COUNT < MIN-ITERATOR-SEEN
                       MOVE ITER-COUNT TO MIN-ITERATOR-SEEN
                   END-IF
                   IF ITER-COUNT > MAX-ITERATOR-SEEN
                       MOVE ITER-COUNT TO MAX-ITERATOR-SEEN
                   END-IF
                   IF ITER-COUNT >= MAX-ITERATOR
                       ADD 1 TO INTERIOR-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ITER-FILE
           IF PIXEL-TOTAL-COUNT > 0
               COMPUTE AVG-ITERATOR =
                   SUM-ITERATOR / PIXEL-TOTAL-COUNT
           END-IF

           MOVE 0 TO RUNNING-CUM
           PERFORM VARYING HIST-INDEX FROM 1 BY 1
               UNTIL HIST-INDEX > 1000
               ADD HIST-BUCKET(HIST-INDEX) TO RUNNING-CUM
               MOVE RUNNING-CUM TO CUM-BUCKET(HIST-INDEX)
           END-PERFORM.

      *>> RECOLOR-WRITE-IMAGE - the second pass: palette lookups only,
      *straight from ITER-FILE into a fresh image file. the header
      *record read skips the geometry line
       RECOLOR-WRITE-IMAGE.
           OPEN INPUT ITER-FILE
           PERFORM OPEN-IMAGE-FILE
           MOVE 0 TO RECOLOR-EOF-FLAG
           MOVE 0 TO ITER-RUN-LEFT
           READ ITER-FILE
               AT END MOVE 1 TO RECOLOR-EOF-FLAG
           END-READ
           PERFORM UNTIL RECOLOR-EOF-FLAG = 1
               PERFORM READ-ITER-PIXEL
               IF ITER-AT-END = 1
                   MOVE 1 TO RECOLOR-EOF-FLAG
               ELSE
                   MOVE ITER-COUNT TO ITERATOR
      *>> iteration files archived before the period field existed
      *read back with spaces in it - that is "no period recorded",
      *not a bad file
                   IF ITER-PERIOD IS NUMERIC
                       MOVE ITER-PERIOD TO CURRENT-PERIOD
                   ELSE
                       MOVE 0 TO CURRENT-PERIOD
                   END-IF
      *>> same deal for the escape magnitude - zero keeps the smooth
      *shading option honest on files that never recorded one. the
      *smoothing math runs on this card's SCALE and BAILOUT, so a
      *recolor card should carry the same values the render ran with
                   IF ITER-MAG IS NUMERIC
                       MOVE ITER-MAG TO CURRENT-MAGNITUDE
                   ELSE
                       MOVE 0 TO CURRENT-MAGNITUDE
                   END-IF
                   PERFORM SELECT-COLOR
                   MOVE SPACES TO IMAGE-RECORD
                   MOVE ITER-X TO IMG-X
                   MOVE ITER-Y TO IMG-Y
                   MOVE R TO IMG-R
                   MOVE G TO IMG-G
                   MOVE B TO IMG-B
                   WRITE IMAGE-RECORD
               END-IF
           END-PERFORM
           CLOSE ITER-FILE
           CLOSE IMAGE-FILE
           IF RLE-FLAG = 1
               MOVE "R" TO CONV-LAYOUT
               MOVE SPACES TO CONV-TARGET-NAME
               MOVE IMAGE-FILENAME TO CONV-SOURCE-NAME
               MOVE "M" TO CONV-KIND
               PERFORM CONVERT-PIXEL-FILE
           END-IF.

      *>> READ-STRIP-PIXEL - the next pixel off STRIP-FILE, plain or
      *run-length coded. while a run is being played out the record
      *area is simply stepped one X to the right; otherwise the next
      *record is read and a run length over 1 arms the countdown.
      *STRIP-AT-END comes up at end of file. whoever reads a file's
      *header clears STRIP-RUN-LEFT first, so a file abandoned
      *part-way through a run cannot leak it into the next one
       READ-STRIP-PIXEL.
           MOVE 0 TO STRIP-AT-END
           IF STRIP-RUN-LEFT > 0
               ADD 1 TO STRIP-X
               SUBTRACT 1 FROM STRIP-RUN-LEFT
           ELSE
               READ STRIP-FILE
                   AT END
                       MOVE 1 TO STRIP-AT-END
                   NOT AT END
                       IF STRIP-RUN-LENGTH IS NUMERIC
                           AND STRIP-RUN-LENGTH > 1
                           COMPUTE STRIP-RUN-LEFT =
                               STRIP-RUN-LENGTH - 1
                       END-IF
               END-READ
           END-IF.

      *>> READ-IMAGE-PIXEL - the same for IMAGE-FILE
       READ-IMAGE-PIXEL.
           MOVE 0 TO IMG-AT-END
           IF IMG-RUN-LEFT > 0
               ADD 1 TO IMG-X
               SUBTRACT 1 FROM IMG-RUN-LEFT
           ELSE
               READ IMAGE-FILE
                   AT END
                       MOVE 1 TO IMG-AT-END
                   NOT AT END
                       IF IMG-RUN-LENGTH IS NUMERIC
                           AND IMG-RUN-LENGTH > 1
                           COMPUTE IMG-RUN-LEFT =
                               IMG-RUN-LENGTH - 1
                       END-IF
               END-READ
           END-IF.

      *>> READ-ITER-PIXEL - the same for ITER-FILE
       READ-ITER-PIXEL.
           MOVE 0 TO ITER-AT-END
           IF ITER-RUN-LEFT > 0
               ADD 1 TO ITER-X
               SUBTRACT 1 FROM ITER-RUN-LEFT
           ELSE
               READ ITER-FILE
                   AT END
                       MOVE 1 TO ITER-AT-END
                   NOT AT END
                       IF ITER-RUN-LENGTH IS NUMERIC
                           AND ITER-RUN-LENGTH > 1
                           COMPUTE ITER-RUN-LEFT =
                               ITER-RUN-LENGTH - 1
                       END-IF
               END-READ
           END-IF.

      *>> CONVERT-FILE-PASS - the layout conversion run mode. the file
      *type comes off the header: an iteration header carries
      *MAX-ITERATOR where an image header has nothing (or its layout
      *byte), so a numeric third field means iteration data
       CONVERT-FILE-PASS.
           DISPLAY "Converting pixel file layout..."
           IF COMPARE-FILE-A = SPACES
               DISPLAY "No file named to convert - COMPARE-FILE-A "
               "is blank"
           ELSE
               MOVE COMPARE-FILE-A TO CONV-SOURCE-NAME
               MOVE COMPARE-FILE-B TO CONV-TARGET-NAME
               IF RLE-FLAG = 1
                   MOVE "R" TO CONV-LAYOUT
               ELSE
                   MOVE SPACE TO CONV-LAYOUT
               END-IF
               MOVE 1 TO CONV-OK
               MOVE ITER-FILENAME TO CONV-SAVE-ITER
               MOVE CONV-SOURCE-NAME TO ITER-FILENAME
               OPEN INPUT ITER-FILE
               IF ITER-STATUS = "00"
                   MOVE 0 TO ITER-RUN-LEFT
                   READ ITER-FILE
                       AT END
                           DISPLAY "File to convert is empty - "
                           CONV-SOURCE-NAME
                           MOVE 0 TO CONV-OK
                       NOT AT END
                           IF ITER-HDR-MAX-ITER IS NUMERIC
                               MOVE "I" TO CONV-KIND
                           ELSE
                               MOVE "M" TO CONV-KIND
                           END-IF
                   END-READ
                   CLOSE ITER-FILE
               ELSE
                   DISPLAY "File to convert not found - "
                   CONV-SOURCE-NAME
                   MOVE 0 TO CONV-OK
                   IF ITER-STATUS = "05"
                       CLOSE ITER-FILE
                   END-IF
               END-IF
               MOVE CONV-SAVE-ITER TO ITER-FILENAME
               IF CONV-OK = 1
                   PERFORM CONVERT-PIXEL-FILE
               END-IF
               IF CONV-OK = 1 AND CONV-IN-PLACE = 1
                   PERFORM CONV-REFRESH-LIBRARY
               END-IF
           END-IF.

      *>> CONV-REFRESH-LIBRARY - a file recoded in place is newer than
      *the library entry that names it, and the reuse date test would
      *turn the entry down from then on. the last entry naming the
      *file on the converted side is written again under today's
      *stamp with that side's sums reread - provided the checksum and
      *pixel count still agree with what was registered, so a file
      *that had already gone bad is not blessed by its conversion.
      *tiles stand under their manifest's entry, which is never
      *reused, and are left alone
       CONV-REFRESH-LIBRARY.
           MOVE 0 TO CONV-LIB-FOUND
           OPEN INPUT LIBRARY-FILE
           IF LIB-STATUS = "00" OR LIB-STATUS = "05"
               MOVE 0 TO LIB-EOF-FLAG
               PERFORM UNTIL LIB-EOF-FLAG = 1
                   READ LIBRARY-FILE
                       AT END
                           MOVE 1 TO LIB-EOF-FLAG
                       NOT AT END
                           IF LIB-FRAME-KIND NOT = "T"
                               AND ((CONV-KIND = "M"
                               AND LIB-IMAGE-NAME = CONV-SOURCE-NAME)
                               OR (CONV-KIND = "I"
                               AND LIB-ITER-NAME = CONV-SOURCE-NAME))
                               MOVE 1 TO CONV-LIB-FOUND
                               MOVE LIBRARY-RECORD TO CONV-LIB-SAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIBRARY-FILE
           END-IF
           IF CONV-LIB-FOUND = 1
               MOVE CONV-LIB-SAVE TO LIBRARY-RECORD
               MOVE LIB-FRAME-KIND TO SUM-FRAME-KIND
               MOVE LIB-IMAGE-NAME TO SUM-IMAGE-NAME
               MOVE LIB-ITER-NAME  TO SUM-ITER-NAME
               MOVE 0 TO SUM-WIDTH
               MOVE 0 TO SUM-HEIGHT
               MOVE 0 TO SUM-MAX-ITER
               IF LIB-WIDTH IS NUMERIC
                   MOVE LIB-WIDTH TO SUM-WIDTH
               END-IF
               IF LIB-HEIGHT IS NUMERIC
                   MOVE LIB-HEIGHT TO SUM-HEIGHT
               END-IF
               IF LIB-MAX-ITER IS NUMERIC
                   MOVE LIB-MAX-ITER TO SUM-MAX-ITER
               END-IF
               IF CONV-KIND = "M"
                   MOVE LIB-IMG-SUMS TO SUM-LIB-SUMS
               ELSE
                   MOVE LIB-ITER-SUMS TO SUM-LIB-SUMS
               END-IF
               MOVE CONV-KIND TO SUM-KIND
               PERFORM CHECKSUM-ENTRY-SIDE
               IF SUM-WIDTH = 0
                   MOVE 0 TO SUM-GEOMETRY-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN SUM-MISSING-FLAG = 1
                       OR SUM-GEOMETRY-FLAG = 1
                       DISPLAY "Converted file no longer matches its "
                       "library entry - entry not refreshed"
                   WHEN SUM-LIB-CHECKSUM IS NUMERIC
                       AND SUM-LIB-PIXELS IS NUMERIC
                       AND (SUM-SIDE-CHECKSUM NOT = SUM-LIB-CHECKSUM
                       OR SUM-SIDE-PIXELS NOT = SUM-LIB-PIXELS)
                       DISPLAY "Converted file fails its library "
                       "checksum - entry not refreshed"
                   WHEN OTHER
                       PERFORM CONV-WRITE-LIBRARY-ENTRY
               END-EVALUATE
           END-IF.

       CONV-WRITE-LIBRARY-ENTRY.
           OPEN EXTEND LIBRARY-FILE
           IF LIB-STATUS NOT = "00" AND LIB-STATUS NOT = "05"
               DISPLAY "Unable to open render library, status "
               LIB-STATUS
           ELSE
               MOVE CONV-LIB-SAVE TO LIBRARY-RECORD
               ACCEPT LIB-RENDER-DATE FROM DATE YYYYMMDD
               ACCEPT LIB-RENDER-TIME FROM TIME
               IF CONV-KIND = "M"
                   MOVE SUM-SIDE-SUMS TO LIB-IMG-SUMS
               ELSE
                   MOVE SUM-SIDE-SUMS TO LIB-ITER-SUMS
               END-IF
               WRITE LIBRARY-RECORD
               CLOSE LIBRARY-FILE
               DISPLAY "Render library entry refreshed for "
               CONV-SOURCE-NAME
           END-IF.

      *>> CONVERT-RENDER-OUTPUT - a render's freshly closed image and
      *iteration files recoded in place when the card asks for the
      *run-length layout
       CONVERT-RENDER-OUTPUT.
           MOVE "R" TO CONV-LAYOUT
           MOVE SPACES TO CONV-TARGET-NAME
           MOVE IMAGE-FILENAME TO CONV-SOURCE-NAME
           MOVE "M" TO CONV-KIND
           PERFORM CONVERT-PIXEL-FILE
           MOVE ITER-FILENAME TO CONV-SOURCE-NAME
           MOVE "I" TO CONV-KIND
           PERFORM CONVERT-PIXEL-FILE.

      *>> CONVERT-PIXEL-FILE - recodes CONV-SOURCE-NAME (an image file
      *when CONV-KIND is "M", iteration data when "I") into
      *CONV-LAYOUT. one pass finds the box the in-frame pixels occupy,
      *then each window of rows that fits the 4-million-cell tables
      *is filled from a fresh read of the source and written back out
      *row by row - coalesced into runs for "R", one record a pixel
      *otherwise. an in-place conversion writes a work copy (the name
      *plus "$") and renames it over the source once it is complete,
      *so a failure part-way leaves the original alone. the caller's
      *filenames are put back afterwards
       CONVERT-PIXEL-FILE.
           MOVE IMAGE-FILENAME TO CONV-SAVE-IMAGE
           MOVE STRIP-FILENAME TO CONV-SAVE-STRIP
           MOVE ITER-FILENAME  TO CONV-SAVE-ITER
           MOVE 1 TO CONV-OK
           MOVE 0 TO CONV-PIXEL-COUNT
           MOVE 0 TO CONV-RECORD-COUNT
           MOVE SPACES TO CONV-WORK-NAME
           IF CONV-TARGET-NAME = SPACES
               OR CONV-TARGET-NAME = CONV-SOURCE-NAME
               MOVE 1 TO CONV-IN-PLACE
               STRING CONV-SOURCE-NAME DELIMITED BY SPACE
                   "$" DELIMITED BY SIZE
                   INTO CONV-WORK-NAME
           ELSE
               MOVE 0 TO CONV-IN-PLACE
               MOVE CONV-TARGET-NAME TO CONV-WORK-NAME
           END-IF

           PERFORM CONVERT-SCAN-SOURCE
           IF CONV-OK = 1
               PERFORM CONVERT-OPEN-OUTPUT
           END-IF
           IF CONV-OK = 1
               MOVE 1 TO CONV-FIRST-PASS
               IF CONV-MIN-X > CONV-MAX-X
      *>> nothing in frame at all - one read still carries any
      *off-frame records across
                   MOVE 1 TO CONV-WINDOW-START
                   MOVE 0 TO CONV-WINDOW-END
                   MOVE 1 TO CONV-BOX-WIDTH
                   PERFORM CONVERT-FILL-WINDOW
               ELSE
                   COMPUTE CONV-BOX-WIDTH =
                       CONV-MAX-X - CONV-MIN-X + 1
                   COMPUTE CONV-ROWS-PER-PASS =
                       4000000 / CONV-BOX-WIDTH
                   IF CONV-ROWS-PER-PASS < 1
                       MOVE 1 TO CONV-ROWS-PER-PASS
                   END-IF
                   PERFORM VARYING CONV-WINDOW-START FROM CONV-MIN-Y
                       BY CONV-ROWS-PER-PASS
                       UNTIL CONV-WINDOW-START > CONV-MAX-Y
                       OR CONV-OK = 0
                       COMPUTE CONV-WINDOW-END =
                           CONV-WINDOW-START + CONV-ROWS-PER-PASS - 1
                       IF CONV-WINDOW-END > CONV-MAX-Y
                           MOVE CONV-MAX-Y TO CONV-WINDOW-END
                       END-IF
                       PERFORM CONVERT-FILL-WINDOW
                       IF CONV-OK = 1
                           PERFORM CONVERT-EMIT-WINDOW
                       END-IF
                       MOVE 0 TO CONV-FIRST-PASS
                   END-PERFORM
               END-IF
               IF CONV-KIND = "I"
                   CLOSE ITER-OUT-FILE
               ELSE
                   CLOSE IMAGE-FILE
               END-IF
      *>> a source that went missing or unreadable on a later pass
      *leaves a part-written copy - it is removed, and the source is
      *only replaced once the whole copy is out and the old file is
      *really gone
               IF CONV-OK = 0
                   DISPLAY "Conversion abandoned - " CONV-SOURCE-NAME
                   " left as it was"
                   CALL "CBL_DELETE_FILE"
                       USING CONV-WORK-NAME
                       RETURNING CONV-RC
                   END-CALL
               ELSE
                   IF CONV-IN-PLACE = 1
                       CALL "CBL_DELETE_FILE"
                           USING CONV-SOURCE-NAME
                           RETURNING CONV-RC
                       END-CALL
                       IF CONV-RC NOT = 0
                           DISPLAY "Unable to replace "
                           CONV-SOURCE-NAME " - left as it was"
                           MOVE 0 TO CONV-OK
                           CALL "CBL_DELETE_FILE"
                               USING CONV-WORK-NAME
                               RETURNING CONV-RC
                           END-CALL
                       ELSE
                           CALL "CBL_RENAME_FILE"
                               USING CONV-WORK-NAME CONV-SOURCE-NAME
                               RETURNING CONV-RC
                           END-CALL
                           IF CONV-RC NOT = 0
                               DISPLAY "Unable to rename "
                               CONV-WORK-NAME " over "
                               CONV-SOURCE-NAME
                               MOVE 0 TO CONV-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF CONV-OK = 1
               MOVE CONV-PIXEL-COUNT  TO DISP-CONV-COUNT
               MOVE CONV-RECORD-COUNT TO DISP-CONV-RECORDS
               IF CONV-LAYOUT = "R"
                   DISPLAY "Run-length coded" DISP-CONV-COUNT
                   " pixels in" DISP-CONV-RECORDS " records - "
                   CONV-SOURCE-NAME
               ELSE
                   DISPLAY "Plain layout" DISP-CONV-COUNT
                   " pixels in" DISP-CONV-RECORDS " records - "
                   CONV-SOURCE-NAME
               END-IF
           END-IF
           MOVE CONV-SAVE-IMAGE TO IMAGE-FILENAME
           MOVE CONV-SAVE-STRIP TO STRIP-FILENAME
           MOVE CONV-SAVE-ITER  TO ITER-FILENAME.

      *>> CONVERT-OPEN-SOURCE - opens the source through STRIP-FILE
      *(images) or ITER-FILE (iteration data) and reads its header.
      *CONV-OK drops when it is missing, empty or not a pixel file
       CONVERT-OPEN-SOURCE.
           MOVE 0 TO CONV-EOF-FLAG
           IF CONV-KIND = "I"
               MOVE CONV-SOURCE-NAME TO ITER-FILENAME
               OPEN INPUT ITER-FILE
               IF ITER-STATUS NOT = "00"
                   DISPLAY "Unable to open " CONV-SOURCE-NAME
                   ", status " ITER-STATUS
                   MOVE 0 TO CONV-OK
                   IF ITER-STATUS = "05"
                       CLOSE ITER-FILE
                   END-IF
               ELSE
                   MOVE 0 TO ITER-RUN-LEFT
                   READ ITER-FILE
                       AT END MOVE 1 TO CONV-EOF-FLAG
                   END-READ
                   IF CONV-EOF-FLAG = 1
                       OR ITER-HDR-WIDTH IS NOT NUMERIC
                       OR ITER-HDR-HEIGHT IS NOT NUMERIC
                       OR ITER-HDR-MAX-ITER IS NOT NUMERIC
                       DISPLAY "No usable header in "
                       CONV-SOURCE-NAME
                       MOVE 0 TO CONV-OK
                       CLOSE ITER-FILE
                   ELSE
                       MOVE ITER-HDR-WIDTH    TO CONV-HDR-WIDTH
                       MOVE ITER-HDR-HEIGHT   TO CONV-HDR-HEIGHT
                       MOVE ITER-HDR-MAX-ITER TO CONV-HDR-MAX-ITER
                   END-IF
               END-IF
           ELSE
               MOVE CONV-SOURCE-NAME TO STRIP-FILENAME
               OPEN INPUT STRIP-FILE
               IF STRIP-STATUS NOT = "00"
                   DISPLAY "Unable to open " CONV-SOURCE-NAME
                   ", status " STRIP-STATUS
                   MOVE 0 TO CONV-OK
                   IF STRIP-STATUS = "05"
                       CLOSE STRIP-FILE
                   END-IF
               ELSE
                   MOVE 0 TO STRIP-RUN-LEFT
                   READ STRIP-FILE
                       AT END MOVE 1 TO CONV-EOF-FLAG
                   END-READ
                   IF CONV-EOF-FLAG = 1
                       OR STRIP-HDR-WIDTH IS NOT NUMERIC
                       OR STRIP-HDR-HEIGHT IS NOT NUMERIC
                       DISPLAY "No usable header in "
                       CONV-SOURCE-NAME
                       MOVE 0 TO CONV-OK
                       CLOSE STRIP-FILE
                   ELSE
                       MOVE STRIP-HDR-WIDTH  TO CONV-HDR-WIDTH
                       MOVE STRIP-HDR-HEIGHT TO CONV-HDR-HEIGHT
                       MOVE 0 TO CONV-HDR-MAX-ITER
                   END-IF
               END-IF
           END-IF.

       CONVERT-READ-SOURCE.
           IF CONV-KIND = "I"
               PERFORM READ-ITER-PIXEL
               MOVE ITER-AT-END TO CONV-EOF-FLAG
               IF CONV-EOF-FLAG = 0
                   MOVE ITER-X TO CONV-X
                   MOVE ITER-Y TO CONV-Y
               END-IF
           ELSE
               PERFORM READ-STRIP-PIXEL
               MOVE STRIP-AT-END TO CONV-EOF-FLAG
               IF CONV-EOF-FLAG = 0
                   MOVE STRIP-X TO CONV-X
                   MOVE STRIP-Y TO CONV-Y
               END-IF
           END-IF.

       CONVERT-CLOSE-SOURCE.
           IF CONV-KIND = "I"
               CLOSE ITER-FILE
           ELSE
               CLOSE STRIP-FILE
           END-IF.

      *>> CONVERT-SCAN-SOURCE - the first pass: pixel count and the
      *box the in-frame pixels occupy
       CONVERT-SCAN-SOURCE.
           PERFORM CONVERT-OPEN-SOURCE
           IF CONV-OK = 1
               MOVE 999999999 TO CONV-MIN-X
               MOVE 999999999 TO CONV-MIN-Y
               MOVE -1 TO CONV-MAX-X
               MOVE -1 TO CONV-MAX-Y
               PERFORM CONVERT-READ-SOURCE
               PERFORM UNTIL CONV-EOF-FLAG = 1
                   ADD 1 TO CONV-PIXEL-COUNT
                   IF CONV-X >= 0 AND CONV-X < CONV-HDR-WIDTH
                       AND CONV-Y >= 0 AND CONV-Y < CONV-HDR-HEIGHT
                       IF CONV-X < CONV-MIN-X
                           MOVE CONV-X TO CONV-MIN-X
                       END-IF
                       IF CONV-X > CONV-MAX-X
                           MOVE CONV-X TO CONV-MAX-X
                       END-IF
                       IF CONV-Y < CONV-MIN-Y
                           MOVE CONV-Y TO CONV-MIN-Y
                       END-IF
                       IF CONV-Y > CONV-MAX-Y
                           MOVE CONV-Y TO CONV-MAX-Y
                       END-IF
                   END-IF
                   PERFORM CONVERT-READ-SOURCE
               END-PERFORM
               PERFORM CONVERT-CLOSE-SOURCE
           END-IF.

      *>> CONVERT-OPEN-OUTPUT - the work copy's header: same geometry
      *(and MAX-ITERATOR) as the source, new layout byte
       CONVERT-OPEN-OUTPUT.
           IF CONV-KIND = "I"
               MOVE CONV-WORK-NAME TO ITER-OUT-FILENAME
               OPEN OUTPUT ITER-OUT-FILE
               IF ITER-OUT-STATUS NOT = "00"
                   DISPLAY "Unable to open " CONV-WORK-NAME
                   ", status " ITER-OUT-STATUS
                   MOVE 0 TO CONV-OK
               ELSE
                   MOVE SPACES TO ITER-OUT-HEADER-RECORD
                   MOVE CONV-HDR-WIDTH    TO IOUT-HDR-WIDTH
                   MOVE CONV-HDR-HEIGHT   TO IOUT-HDR-HEIGHT
                   MOVE CONV-HDR-MAX-ITER TO IOUT-HDR-MAX-ITER
                   IF CONV-LAYOUT = "R"
                       MOVE "R" TO IOUT-HDR-LAYOUT
                   END-IF
                   WRITE ITER-OUT-HEADER-RECORD
               END-IF
           ELSE
               MOVE CONV-WORK-NAME TO IMAGE-FILENAME
               OPEN OUTPUT IMAGE-FILE
               IF IMAGE-STATUS NOT = "00"
                   DISPLAY "Unable to open " CONV-WORK-NAME
                   ", status " IMAGE-STATUS
                   MOVE 0 TO CONV-OK
               ELSE
                   MOVE SPACES TO IMAGE-HEADER-RECORD
                   MOVE CONV-HDR-WIDTH  TO IMG-HDR-WIDTH
                   MOVE CONV-HDR-HEIGHT TO IMG-HDR-HEIGHT
                   IF CONV-LAYOUT = "R"
                       MOVE "R" TO IMG-HDR-LAYOUT
                   END-IF
                   WRITE IMAGE-HEADER-RECORD
               END-IF
           END-IF.

      *>> CONVERT-FILL-WINDOW - one read of the source, keeping the
      *pixels whose rows fall in the window. the first pixel seen at
      *a cell goes in the tables; a second one at the same cell, an
      *off-frame pixel (first window only) or an image pixel with a
      *channel past 255 is written straight through as it stands
       CONVERT-FILL-WINDOW.
           MOVE ALL "0" TO COVER-TABLE
           PERFORM CONVERT-OPEN-SOURCE
           IF CONV-OK = 1
               PERFORM CONVERT-READ-SOURCE
               PERFORM UNTIL CONV-EOF-FLAG = 1
                   PERFORM CONVERT-FILL-ONE-PIXEL
                   PERFORM CONVERT-READ-SOURCE
               END-PERFORM
               PERFORM CONVERT-CLOSE-SOURCE
           END-IF.

       CONVERT-FILL-ONE-PIXEL.
           IF CONV-X >= 0 AND CONV-X < CONV-HDR-WIDTH
               AND CONV-Y >= 0 AND CONV-Y < CONV-HDR-HEIGHT
               IF CONV-Y >= CONV-WINDOW-START
                   AND CONV-Y <= CONV-WINDOW-END
                   COMPUTE CONV-CELL-INDEX =
                       ((CONV-Y - CONV-WINDOW-START) * CONV-BOX-WIDTH)
                       + CONV-X - CONV-MIN-X + 1
                   IF COVER-CELL(CONV-CELL-INDEX) NOT = 0
                       PERFORM CONVERT-PASS-THROUGH
                   ELSE
                       IF CONV-KIND = "I"
                           MOVE 1 TO COVER-CELL(CONV-CELL-INDEX)
                           MOVE ITER-COUNT
                               TO ADAPT-ITER-CELL(CONV-CELL-INDEX)
                           MOVE ITER-ESCAPED-FLAG
                               TO ADAPT-DONE-CELL(CONV-CELL-INDEX)
                           IF ITER-PERIOD IS NUMERIC
                               MOVE ITER-PERIOD
                                   TO ADAPT-PERIOD-CELL(CONV-CELL-INDEX)
                           ELSE
                               MOVE 0
                                   TO ADAPT-PERIOD-CELL(CONV-CELL-INDEX)
                           END-IF
                           IF ITER-MAG IS NUMERIC
                               MOVE ITER-MAG
                                   TO ADAPT-MAG-CELL(CONV-CELL-INDEX)
                           ELSE
                               MOVE 0
                                   TO ADAPT-MAG-CELL(CONV-CELL-INDEX)
                           END-IF
                       ELSE
                           IF STRIP-R > 255 OR STRIP-G > 255
                               OR STRIP-B > 255
                               PERFORM CONVERT-PASS-THROUGH
                           ELSE
                               MOVE 1 TO COVER-CELL(CONV-CELL-INDEX)
                               MOVE FUNCTION CHAR(STRIP-R + 1)
                                   TO RASTER-R(CONV-CELL-INDEX)
                               MOVE FUNCTION CHAR(STRIP-G + 1)
                                   TO RASTER-G(CONV-CELL-INDEX)
                               MOVE FUNCTION CHAR(STRIP-B + 1)
                                   TO RASTER-B(CONV-CELL-INDEX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF CONV-FIRST-PASS = 1
                   PERFORM CONVERT-PASS-THROUGH
               END-IF
           END-IF.

      *>> CONVERT-PASS-THROUGH - the current source pixel written out
      *unchanged as a single-pixel record
       CONVERT-PASS-THROUGH.
           IF CONV-KIND = "I"
               MOVE SPACES TO ITER-OUT-RECORD
               MOVE ITER-X            TO IOUT-X
               MOVE ITER-Y            TO IOUT-Y
               MOVE ITER-COUNT        TO IOUT-COUNT
               MOVE ITER-ESCAPED-FLAG TO IOUT-ESCAPED-FLAG
               IF ITER-PERIOD IS NUMERIC
                   MOVE ITER-PERIOD TO IOUT-PERIOD
               END-IF
               IF ITER-MAG IS NUMERIC
                   MOVE ITER-MAG TO IOUT-MAG
               END-IF
               WRITE ITER-OUT-RECORD
           ELSE
               MOVE SPACES TO IMAGE-RECORD
               MOVE STRIP-X TO IMG-X
               MOVE STRIP-Y TO IMG-Y
               MOVE STRIP-R TO IMG-R
               MOVE STRIP-G TO IMG-G
               MOVE STRIP-B TO IMG-B
               WRITE IMAGE-RECORD
           END-IF
           ADD 1 TO CONV-RECORD-COUNT.

      *>> CONVERT-EMIT-WINDOW - the window's rows top to bottom, left
      *to right. in the coded layout a run keeps growing while the
      *next cell along is present and identical (up to the 99999 the
      *run length field holds)
       CONVERT-EMIT-WINDOW.
           PERFORM VARYING CONV-ROW FROM CONV-WINDOW-START BY 1
               UNTIL CONV-ROW > CONV-WINDOW-END
               PERFORM VARYING CONV-COL FROM CONV-MIN-X BY 1
                   UNTIL CONV-COL > CONV-MAX-X
                   COMPUTE CONV-CELL-INDEX =
                       ((CONV-ROW - CONV-WINDOW-START)
                       * CONV-BOX-WIDTH)
                       + CONV-COL - CONV-MIN-X + 1
                   IF COVER-CELL(CONV-CELL-INDEX) = 1
                       MOVE CONV-COL TO CONV-RUN-START
                       MOVE 1 TO CONV-RUN-LENGTH
                       IF CONV-LAYOUT = "R"
                           PERFORM CONVERT-CHECK-NEXT-CELL
                           PERFORM UNTIL CONV-SAME-FLAG = 0
                               ADD 1 TO CONV-COL
                               ADD 1 TO CONV-RUN-LENGTH
                               PERFORM CONVERT-CHECK-NEXT-CELL
                           END-PERFORM
                       END-IF
                       PERFORM CONVERT-WRITE-RUN
                   END-IF
               END-PERFORM
           END-PERFORM.

       CONVERT-CHECK-NEXT-CELL.
           MOVE 0 TO CONV-SAME-FLAG
           IF CONV-COL < CONV-MAX-X AND CONV-RUN-LENGTH < 99999
               COMPUTE CONV-NEXT-INDEX =
                   CONV-CELL-INDEX + CONV-RUN-LENGTH
               IF COVER-CELL(CONV-NEXT-INDEX) = 1
                   IF CONV-KIND = "I"
                       IF ADAPT-ITER-CELL(CONV-NEXT-INDEX) =
                           ADAPT-ITER-CELL(CONV-CELL-INDEX)
                           AND ADAPT-DONE-CELL(CONV-NEXT-INDEX) =
                           ADAPT-DONE-CELL(CONV-CELL-INDEX)
                           AND ADAPT-PERIOD-CELL(CONV-NEXT-INDEX) =
                           ADAPT-PERIOD-CELL(CONV-CELL-INDEX)
                           AND ADAPT-MAG-CELL(CONV-NEXT-INDEX) =
                           ADAPT-MAG-CELL(CONV-CELL-INDEX)
                           MOVE 1 TO CONV-SAME-FLAG
                       END-IF
                   ELSE
                       IF RASTER-CELL(CONV-NEXT-INDEX) =
                           RASTER-CELL(CONV-CELL-INDEX)
                           MOVE 1 TO CONV-SAME-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>> CONVERT-WRITE-RUN - one record for the run starting at
      *CONV-CELL-INDEX. a run of one leaves the length blank, which
      *is what keeps a lone pixel's record identical to a plain one
       CONVERT-WRITE-RUN.
           IF CONV-KIND = "I"
               MOVE SPACES TO ITER-OUT-RECORD
               MOVE CONV-RUN-START TO IOUT-X
               MOVE CONV-ROW       TO IOUT-Y
               MOVE ADAPT-ITER-CELL(CONV-CELL-INDEX)   TO IOUT-COUNT
               MOVE ADAPT-DONE-CELL(CONV-CELL-INDEX)
                   TO IOUT-ESCAPED-FLAG
               MOVE ADAPT-PERIOD-CELL(CONV-CELL-INDEX) TO IOUT-PERIOD
               MOVE ADAPT-MAG-CELL(CONV-CELL-INDEX)    TO IOUT-MAG
               IF CONV-RUN-LENGTH > 1
                   MOVE CONV-RUN-LENGTH TO IOUT-RUN-LENGTH
               END-IF
               WRITE ITER-OUT-RECORD
           ELSE
               MOVE SPACES TO IMAGE-RECORD
               MOVE CONV-RUN-START TO IMG-X
               MOVE CONV-ROW       TO IMG-Y
               COMPUTE IMG-R =
                   FUNCTION ORD(RASTER-R(CONV-CELL-INDEX)) - 1
               COMPUTE IMG-G =
                   FUNCTION ORD(RASTER-G(CONV-CELL-INDEX)) - 1
               COMPUTE IMG-B =
                   FUNCTION ORD(RASTER-B(CONV-CELL-INDEX)) - 1
               IF CONV-RUN-LENGTH > 1
                   MOVE CONV-RUN-LENGTH TO IMG-RUN-LENGTH
               END-IF
               WRITE IMAGE-RECORD
           END-IF
           ADD 1 TO CONV-RECORD-COUNT.
