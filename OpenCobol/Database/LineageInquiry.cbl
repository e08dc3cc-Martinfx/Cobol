      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * When a report looks wrong the first question is what it was
      * made from, and when a feed turns out bad the next is what was
      * made from it. This inquiry answers both from the lineage
      * register "../lineage_register.dat" (see LineageRegister.cpy)
      * that every batch program posts to through LINEAGE-POST.
      *   B - backward: given an output file, the latest run that
      *       produced it, then the runs behind each of its inputs,
      *       and so on back to the original feeds - the files no run
      *       on the register produced.
      *   F - forward: given a bad input feed (and, optionally, the
      *       date it went bad), every file and report made from it,
      *       then everything made from those, and so on, ending with
      *       the steps that must be rerun to rebuild them.
      * A file is named with or without its leading "../". A program
      * that rewrites a file in place posts the file as its own input;
      * the walk passes over that loop. The walk goes to
      * "../lineage_inquiry.rpt" through the shared REPORT-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "../lineage_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTER-FILE.
           01 REGISTER-RECORD PIC X(226).

       WORKING-STORAGE SECTION.
           77 WS-REGISTER-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "LineageRegister.cpy".

           77 WS-DIRECTION PIC X.
             88 WALK-BACKWARD VALUE "B" "b".
             88 WALK-FORWARD  VALUE "F" "f".
           77 WS-START-FILE PIC X(60).
           77 WS-SINCE-DATE PIC X(8) VALUE SPACES.

      * The register in memory, file names held without "../".
           78 WS-MAX-LINES VALUE 5000.
           01 WS-LINE-TABLE.
             05 WS-LN-ENTRY OCCURS 5000 TIMES.
               10 WS-LN-OUTPUT  PIC X(60).
               10 WS-LN-INPUT   PIC X(60).
               10 WS-LN-STAMP.
                 15 WS-LN-DATE  PIC X(8).
                 15 WS-LN-TIME  PIC X(8).
               10 WS-LN-RUN-ID  PIC X(16).
               10 WS-LN-STEP    PIC X(20).
               10 WS-LN-PROGRAM PIC X(30).
               10 WS-LN-COUNT   PIC 9(8).
           77 WS-LINE-USED    PIC 9(5) VALUE ZERO.
           77 WS-LINE-SKIPPED PIC 9(6) VALUE ZERO.
           77 WS-LN-I         PIC 9(5).
           77 WS-LN-J         PIC 9(5).

      * The walk: each file reached once, with the file it was
      * reached from and the register line that links the two (zero
      * for a file no run produced). The table doubles as the
      * queue - WS-NODE-NEXT is the next file to expand.
           78 WS-MAX-NODES VALUE 500.
           01 WS-NODE-TABLE.
             05 WS-NODE OCCURS 500 TIMES.
               10 WS-ND-FILE  PIC X(60).
               10 WS-ND-VIA   PIC X(60).
               10 WS-ND-LEVEL PIC 99.
               10 WS-ND-LINE  PIC 9(5).
           77 WS-NODE-USED  PIC 9(3) VALUE ZERO.
           77 WS-NODE-NEXT  PIC 9(3).
           77 WS-NODE-I     PIC 9(3).
           77 WS-NODE-HIT   PIC 9(3).
           77 WS-NODES-FULL PIC X VALUE "N".
             88 NODES-FULL  VALUE "Y".

           77 WS-PATH-IN    PIC X(60).
           77 WS-PATH-OUT   PIC X(60).
           77 WS-SEEK-FILE  PIC X(60).
           77 WS-ADD-FILE   PIC X(60).
           77 WS-ADD-VIA    PIC X(60).
           77 WS-ADD-LEVEL  PIC 99.
           77 WS-ADD-LINE   PIC 9(5).
           77 WS-LATEST     PIC 9(5).
           77 WS-FROM-INPUTS PIC 9(3).
           77 WS-FEED-COUNT PIC 9(3) VALUE ZERO.
           77 WS-DOWNSTREAM PIC 9(3) VALUE ZERO.

      * Steps to rerun after a forward walk, in the order reached.
           78 WS-MAX-RERUNS VALUE 100.
           01 WS-RERUN-TABLE.
             05 WS-RR-ENTRY OCCURS 100 TIMES.
               10 WS-RR-PROGRAM PIC X(30).
               10 WS-RR-STEP    PIC X(20).
               10 WS-RR-RUN-ID  PIC X(16).
           77 WS-RERUN-USED PIC 9(3) VALUE ZERO.
           77 WS-RR-I       PIC 9(3).
           77 WS-RR-FOUND   PIC X.
             88 RERUN-KNOWN VALUE "Y".

           77 WS-LEVEL-EDIT PIC Z9.
           77 WS-COUNT-EDIT PIC Z(7)9.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Lineage - B) backward from an output  "
             "F) forward from a feed : ".
           ACCEPT WS-DIRECTION.
           IF NOT WALK-BACKWARD AND NOT WALK-FORWARD
             DISPLAY "Unknown direction - nothing walked."
             GOBACK
           END-IF.
           DISPLAY "File name: ".
           ACCEPT WS-START-FILE.
           MOVE WS-START-FILE TO WS-PATH-IN.
           PERFORM STRIP-PATH.
           MOVE WS-PATH-OUT TO WS-START-FILE.
           IF WS-START-FILE = SPACES
             DISPLAY "No file named - nothing walked."
             GOBACK
           END-IF.
           IF WALK-FORWARD
             DISPLAY "Bad from date YYYYMMDD (blank - every run): "
             ACCEPT WS-SINCE-DATE
             IF WS-SINCE-DATE NOT = SPACES
                 AND WS-SINCE-DATE IS NOT NUMERIC
               DISPLAY "Date " WS-SINCE-DATE
                 " is not YYYYMMDD - every run is walked"
               MOVE SPACES TO WS-SINCE-DATE
             END-IF
           END-IF.
           PERFORM LOAD-REGISTER.
           IF WS-REGISTER-STATUS NOT = "00"
             GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           MOVE WS-START-FILE TO WS-ADD-FILE.
           MOVE SPACES TO WS-ADD-VIA.
           MOVE ZERO TO WS-ADD-LEVEL.
           MOVE ZERO TO WS-ADD-LINE.
           PERFORM ADD-NODE.
           MOVE 1 TO WS-NODE-NEXT.
           PERFORM UNTIL WS-NODE-NEXT > WS-NODE-USED
             IF WALK-BACKWARD
               PERFORM EXPAND-BACKWARD
             ELSE
               PERFORM EXPAND-FORWARD
             END-IF
             ADD 1 TO WS-NODE-NEXT
           END-PERFORM.
           PERFORM CLOSE-REPORT.
           IF WALK-BACKWARD
             DISPLAY "Lineage of " FUNCTION TRIM(WS-START-FILE) ": "
               WS-NODE-USED " file(s), " WS-FEED-COUNT
               " original feed(s) - see lineage_inquiry.rpt"
           ELSE
             DISPLAY "Downstream of " FUNCTION TRIM(WS-START-FILE)
               ": " WS-DOWNSTREAM " file(s) from " WS-RERUN-USED
               " step(s) to rerun - see lineage_inquiry.rpt"
           END-IF.
           GOBACK.

      * A register larger than the table is read as far as it goes;
      * the report says how much was left out.
           LOAD-REGISTER SECTION.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
             DISPLAY "No lineage register to walk, status "
               WS-REGISTER-STATUS
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ REGISTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM STORE-REGISTER-LINE
             END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

           STORE-REGISTER-LINE SECTION.
           IF WS-LINE-USED >= WS-MAX-LINES
             ADD 1 TO WS-LINE-SKIPPED
             EXIT SECTION
           END-IF.
           MOVE REGISTER-RECORD TO W-LINEAGE-RECORD.
           ADD 1 TO WS-LINE-USED.
           MOVE W-LNR-OUTPUT TO WS-PATH-IN.
           PERFORM STRIP-PATH.
           MOVE WS-PATH-OUT TO WS-LN-OUTPUT(WS-LINE-USED).
           MOVE W-LNR-INPUT TO WS-PATH-IN.
           PERFORM STRIP-PATH.
           MOVE WS-PATH-OUT TO WS-LN-INPUT(WS-LINE-USED).
           MOVE W-LNR-DATE TO WS-LN-DATE(WS-LINE-USED).
           MOVE W-LNR-TIME TO WS-LN-TIME(WS-LINE-USED).
           MOVE W-LNR-RUN-ID TO WS-LN-RUN-ID(WS-LINE-USED).
           MOVE W-LNR-STEP TO WS-LN-STEP(WS-LINE-USED).
           MOVE W-LNR-PROGRAM TO WS-LN-PROGRAM(WS-LINE-USED).
           MOVE W-LNR-OUTPUT-COUNT TO WS-LN-COUNT(WS-LINE-USED).

           STRIP-PATH SECTION.
           IF WS-PATH-IN(1:3) = "../"
             MOVE WS-PATH-IN(4:57) TO WS-PATH-OUT
           ELSE
             MOVE WS-PATH-IN TO WS-PATH-OUT
           END-IF.

      * The file's latest producing run, then every file that run
      * declared as an input. Lines of one posting share their
      * stamp, run, program and output.
           EXPAND-BACKWARD SECTION.
           MOVE ZERO TO WS-LATEST.
           PERFORM VARYING WS-LN-I FROM 1 BY 1
               UNTIL WS-LN-I > WS-LINE-USED
             IF WS-LN-OUTPUT(WS-LN-I) = WS-ND-FILE(WS-NODE-NEXT)
               IF WS-LATEST = ZERO
                 MOVE WS-LN-I TO WS-LATEST
               ELSE
                 IF WS-LN-STAMP(WS-LN-I) NOT < WS-LN-STAMP(WS-LATEST)
                   MOVE WS-LN-I TO WS-LATEST
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           MOVE WS-LATEST TO WS-ND-LINE(WS-NODE-NEXT).
           PERFORM PRINT-NODE-FILE.
           IF WS-LATEST = ZERO
             MOVE "     ORIGINAL FEED - no run on the register made it"
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
             ADD 1 TO WS-FEED-COUNT
             EXIT SECTION
           END-IF.
           PERFORM PRINT-NODE-RUN.
           MOVE ZERO TO WS-FROM-INPUTS.
           PERFORM VARYING WS-LN-I FROM 1 BY 1
               UNTIL WS-LN-I > WS-LINE-USED
             IF WS-LN-OUTPUT(WS-LN-I) = WS-ND-FILE(WS-NODE-NEXT)
                 AND WS-LN-STAMP(WS-LN-I) = WS-LN-STAMP(WS-LATEST)
                 AND WS-LN-RUN-ID(WS-LN-I) = WS-LN-RUN-ID(WS-LATEST)
                 AND WS-LN-PROGRAM(WS-LN-I)
                   = WS-LN-PROGRAM(WS-LATEST)
                 AND WS-LN-INPUT(WS-LN-I) NOT = SPACES
                 AND WS-LN-INPUT(WS-LN-I)
                   NOT = WS-ND-FILE(WS-NODE-NEXT)
               ADD 1 TO WS-FROM-INPUTS
               MOVE WS-LN-INPUT(WS-LN-I) TO WS-ADD-FILE
               MOVE WS-ND-FILE(WS-NODE-NEXT) TO WS-ADD-VIA
               COMPUTE WS-ADD-LEVEL = WS-ND-LEVEL(WS-NODE-NEXT) + 1
               MOVE ZERO TO WS-ADD-LINE
               PERFORM ADD-NODE
             END-IF
           END-PERFORM.
           IF WS-FROM-INPUTS = ZERO
             MOVE "     ORIGINAL FEED - made from no file on the "
               & "register" TO W-RPT-TEXT
             PERFORM REPORT-LINE
             ADD 1 TO WS-FEED-COUNT
           END-IF.

      * Every run that read the file (on or after the bad date),
      * and what each one wrote. An output reached twice from the
      * same file keeps its latest run.
           EXPAND-FORWARD SECTION.
           PERFORM PRINT-NODE-FILE.
           IF WS-ND-LINE(WS-NODE-NEXT) NOT = ZERO
             MOVE WS-ND-LINE(WS-NODE-NEXT) TO WS-LATEST
             PERFORM PRINT-NODE-RUN
             PERFORM NOTE-RERUN-STEP
             ADD 1 TO WS-DOWNSTREAM
           END-IF.
           PERFORM VARYING WS-LN-I FROM 1 BY 1
               UNTIL WS-LN-I > WS-LINE-USED
             IF WS-LN-INPUT(WS-LN-I) = WS-ND-FILE(WS-NODE-NEXT)
                 AND WS-LN-OUTPUT(WS-LN-I)
                   NOT = WS-ND-FILE(WS-NODE-NEXT)
                 AND (WS-SINCE-DATE = SPACES
                   OR WS-LN-DATE(WS-LN-I) NOT < WS-SINCE-DATE)
               MOVE WS-LN-OUTPUT(WS-LN-I) TO WS-SEEK-FILE
               PERFORM FIND-NODE
               IF WS-NODE-HIT = ZERO
                 MOVE WS-LN-OUTPUT(WS-LN-I) TO WS-ADD-FILE
                 MOVE WS-ND-FILE(WS-NODE-NEXT) TO WS-ADD-VIA
                 COMPUTE WS-ADD-LEVEL = WS-ND-LEVEL(WS-NODE-NEXT) + 1
                 MOVE WS-LN-I TO WS-ADD-LINE
                 PERFORM ADD-NODE
               ELSE
                 MOVE WS-ND-LINE(WS-NODE-HIT) TO WS-LN-J
                 IF WS-ND-VIA(WS-NODE-HIT) = WS-ND-FILE(WS-NODE-NEXT)
                     AND WS-NODE-HIT > WS-NODE-NEXT
                     AND WS-LN-STAMP(WS-LN-I) > WS-LN-STAMP(WS-LN-J)
                   MOVE WS-LN-I TO WS-ND-LINE(WS-NODE-HIT)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           FIND-NODE SECTION.
           MOVE ZERO TO WS-NODE-HIT.
           PERFORM VARYING WS-NODE-I FROM 1 BY 1
               UNTIL WS-NODE-I > WS-NODE-USED OR WS-NODE-HIT > ZERO
             IF WS-ND-FILE(WS-NODE-I) = WS-SEEK-FILE
               MOVE WS-NODE-I TO WS-NODE-HIT
             END-IF
           END-PERFORM.

      * A file already reached is not walked twice - that is also
      * what stops a loop.
           ADD-NODE SECTION.
           MOVE WS-ADD-FILE TO WS-SEEK-FILE.
           PERFORM FIND-NODE.
           IF WS-NODE-HIT NOT = ZERO
             EXIT SECTION
           END-IF.
           IF WS-NODE-USED >= WS-MAX-NODES
             SET NODES-FULL TO TRUE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-NODE-USED.
           MOVE WS-ADD-FILE TO WS-ND-FILE(WS-NODE-USED).
           MOVE WS-ADD-VIA TO WS-ND-VIA(WS-NODE-USED).
           MOVE WS-ADD-LEVEL TO WS-ND-LEVEL(WS-NODE-USED).
           MOVE WS-ADD-LINE TO WS-ND-LINE(WS-NODE-USED).

           NOTE-RERUN-STEP SECTION.
           MOVE "N" TO WS-RR-FOUND.
           PERFORM VARYING WS-RR-I FROM 1 BY 1
               UNTIL WS-RR-I > WS-RERUN-USED OR RERUN-KNOWN
             IF WS-RR-PROGRAM(WS-RR-I) = WS-LN-PROGRAM(WS-LATEST)
                 AND WS-RR-STEP(WS-RR-I) = WS-LN-STEP(WS-LATEST)
               SET RERUN-KNOWN TO TRUE
             END-IF
           END-PERFORM.
           IF RERUN-KNOWN OR WS-RERUN-USED >= WS-MAX-RERUNS
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-RERUN-USED.
           MOVE WS-LN-PROGRAM(WS-LATEST)
             TO WS-RR-PROGRAM(WS-RERUN-USED).
           MOVE WS-LN-STEP(WS-LATEST) TO WS-RR-STEP(WS-RERUN-USED).
           MOVE WS-LN-RUN-ID(WS-LATEST) TO WS-RR-RUN-ID(WS-RERUN-USED).

           PRINT-NODE-FILE SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-ND-LEVEL(WS-NODE-NEXT) TO WS-LEVEL-EDIT.
           IF WS-ND-VIA(WS-NODE-NEXT) = SPACES
             STRING WS-LEVEL-EDIT " " DELIMITED BY SIZE
               WS-ND-FILE(WS-NODE-NEXT) DELIMITED BY SPACE
               INTO W-RPT-TEXT
           ELSE
             IF WALK-BACKWARD
               STRING WS-LEVEL-EDIT " " DELIMITED BY SIZE
                 WS-ND-FILE(WS-NODE-NEXT) DELIMITED BY SPACE
                 "  input of " DELIMITED BY SIZE
                 WS-ND-VIA(WS-NODE-NEXT) DELIMITED BY SPACE
                 INTO W-RPT-TEXT
             ELSE
               STRING WS-LEVEL-EDIT " " DELIMITED BY SIZE
                 WS-ND-FILE(WS-NODE-NEXT) DELIMITED BY SPACE
                 "  made from " DELIMITED BY SIZE
                 WS-ND-VIA(WS-NODE-NEXT) DELIMITED BY SPACE
                 INTO W-RPT-TEXT
             END-IF
           END-IF.
           PERFORM REPORT-LINE.

           PRINT-NODE-RUN SECTION.
           MOVE WS-LN-COUNT(WS-LATEST) TO WS-COUNT-EDIT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "     by " DELIMITED BY SIZE
             WS-LN-PROGRAM(WS-LATEST) DELIMITED BY SPACE
             " step " DELIMITED BY SIZE
             WS-LN-STEP(WS-LATEST) DELIMITED BY SPACE
             " run " DELIMITED BY SIZE
             WS-LN-RUN-ID(WS-LATEST) DELIMITED BY SPACE
             " - " WS-COUNT-EDIT " record(s)" DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           OPEN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           IF WALK-BACKWARD
             MOVE "LINEAGE - BACK TO THE FEEDS" TO W-RPT-TITLE
           ELSE
             MOVE "LINEAGE - DOWNSTREAM OF A FEED" TO W-RPT-TITLE
           END-IF.
           MOVE "../lineage_inquiry.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           IF WALK-BACKWARD
             STRING "Produced from: " DELIMITED BY SIZE
               WS-START-FILE DELIMITED BY SPACE
               INTO W-RPT-TEXT
           ELSE
             IF WS-SINCE-DATE = SPACES
               STRING "Made from: " DELIMITED BY SIZE
                 WS-START-FILE DELIMITED BY SPACE
                 ", every run" DELIMITED BY SIZE
                 INTO W-RPT-TEXT
             ELSE
               STRING "Made from: " DELIMITED BY SIZE
                 WS-START-FILE DELIMITED BY SPACE
                 ", runs from " WS-SINCE-DATE DELIMITED BY SIZE
                 INTO W-RPT-TEXT
             END-IF
           END-IF.
           PERFORM REPORT-LINE.
           IF WS-LINE-SKIPPED NOT = ZERO
             MOVE SPACES TO W-RPT-TEXT
             STRING "Register holds more than " WS-MAX-LINES
               " lines - " WS-LINE-SKIPPED " later line(s) not walked"
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.

           CLOSE-REPORT SECTION.
           IF NODES-FULL
             MOVE SPACES TO W-RPT-TEXT
             PERFORM REPORT-LINE
             MOVE SPACES TO W-RPT-TEXT
             STRING "More than " WS-MAX-NODES " files reached - "
               "the walk stops there" DELIMITED BY SIZE
               INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           IF WALK-FORWARD
             PERFORM PRINT-RERUN-LIST
             MOVE WS-DOWNSTREAM TO W-RPT-GRAND-TOTAL
           ELSE
             MOVE WS-NODE-USED TO W-RPT-GRAND-TOTAL
           END-IF.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PRINT-RERUN-LIST SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-RERUN-USED = ZERO
             MOVE "Nothing on the register was made from this file."
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           MOVE "STEPS TO RERUN, IN ORDER" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "  STEP                 PROGRAM                   "
             & "     LAST RUN" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-RR-I FROM 1 BY 1
               UNTIL WS-RR-I > WS-RERUN-USED
             MOVE SPACES TO W-RPT-TEXT
             STRING "  " WS-RR-STEP(WS-RR-I) " "
               WS-RR-PROGRAM(WS-RR-I) " " WS-RR-RUN-ID(WS-RR-I)
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-PERFORM.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
