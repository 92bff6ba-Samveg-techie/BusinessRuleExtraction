          05 OL-ELAPSED PIC 9(6).
      *       elapsed seconds since this program's START record,
      *       zero when no START was found
          05 FILLER PIC X.
          05 OL-REASON PIC X(40).
      *       why RUNGATE wrote a REFUSED or FORCED record
       WORKING-STORAGE SECTION.
       01 FS-OPS PIC 9(02).
          88 FS-OPS-OK VALUE 0.
