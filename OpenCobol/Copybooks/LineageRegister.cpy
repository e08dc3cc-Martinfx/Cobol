      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Data lineage register, "../lineage_register.dat": one line
      * per output file a run wrote and input file it was written
      * from, posted through LINEAGE-POST (see Lineage.cpy). An
      * output made from nothing the shop holds - a feed taken in,
      * a file keyed at the screen - has a blank W-LNR-INPUT. A file
      * no line names as an output is an original feed.
      * LINEAGE-INQUIRY walks the register backward from an output
      * to the feeds it came from, or forward from a feed to every
      * file and report made from it.
      ******************************************************************
       01 W-LINEAGE-RECORD.
           05 W-LNR-DATE         PIC X(8).
           05 FILLER             PIC X.
           05 W-LNR-TIME         PIC X(8).
           05 FILLER             PIC X.
           05 W-LNR-RUN-ID       PIC X(16).
           05 FILLER             PIC X.
           05 W-LNR-STEP         PIC X(20).
           05 FILLER             PIC X.
           05 W-LNR-PROGRAM      PIC X(30).
           05 FILLER             PIC X.
           05 W-LNR-OUTPUT       PIC X(60).
           05 FILLER             PIC X.
           05 W-LNR-OUTPUT-COUNT PIC 9(8).
           05 FILLER             PIC X.
           05 W-LNR-INPUT        PIC X(60).
           05 FILLER             PIC X.
           05 W-LNR-INPUT-COUNT  PIC 9(8).
