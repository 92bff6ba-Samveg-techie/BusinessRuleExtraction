          05 OL-STATUS PIC X(8).
          05 FILLER PIC X.
          05 OL-ELAPSED PIC 9(6).
          05 FILLER PIC X.
          05 OL-REASON PIC X(40).
       FD OPS-ARCH.
       01 ARCH-REC PIC X(111).
       FD OPS-STAT.
       01 STAT-REC.
          05 ST-MONTH PIC 9(6).
          05 FILLER PIC X.
          05 ST-ABENDS PIC 9(5).
       FD OPS-KEEP.
       01 KEEP-REC PIC X(111).
       WORKING-STORAGE SECTION.
       01 FS-OPS PIC 9(02).
          88 FS-OPS-OK VALUE 0.
           END-READ.

       ACCUM-SUMMARY.
      *    START records mark beginnings, not completed runs, and
      *    the RUNGATE REFUSED and FORCED records are not runs at
      *    all - they are archived but not counted.
           IF OL-STATUS = "START" OR OL-STATUS = "REFUSED"
               OR OL-STATUS = "FORCED"
               CONTINUE
           ELSE
               PERFORM FIND-SUM-ENTRY
