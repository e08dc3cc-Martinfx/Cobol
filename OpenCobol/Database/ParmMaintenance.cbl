      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The parameter files were edited in a text editor - nobody
      * knew who changed batch_steps.parm or what a threshold was
      * last week. This screen is now the way to change them. Any
      * signed-on operator may list a file's versions and compare
      * two of them; editing and rolling back need the supervisor
      * role. The files it maintains, and the column layout each
      * line must keep, are in the compiled-in catalogue below.
      * An edit is made line by line on a copy and checked against
      * the file's layout before it is saved. Every save (and every
      * rollback) first keeps the content it replaces as a numbered
      * history file beside the parm ("../<file>.v0001", ".v0002",
      * ...), and registers that version in "../parm_versions.dat"
      * with the operator, the batch stamp, the action and the
      * reason. Version 0 always means the live file. A rollback
      * puts an earlier version's content back as a new change, so
      * nothing is ever lost, and is written to the operator
      * activity log as action "B"; a save is action "C".
      * Revision: Maxfx 15/10/2026 - report_distribution.parm (report
      *   name, recipient operator or department, required-by HHMM) and
      *   report_departments.parm (department, member operator) added to
      *   the catalogue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARM-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LIVE-STATUS.

      * A numbered history copy - or the live file, when version 0
      * is the one being read.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HISTORY-STATUS.

           SELECT VERSION-FILE ASSIGN TO "../parm_versions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VERSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LIVE-FILE.
           01 LIVE-RECORD PIC X(80).

           FD HISTORY-FILE.
           01 HISTORY-RECORD PIC X(80).

      * One row per numbered version: the content that change
      * replaced, who replaced it, when, how and why.
           FD VERSION-FILE.
           01 VERSION-RECORD.
             05 PVR-FILE     PIC X(26).
             05 FILLER       PIC X.
             05 PVR-VERSION  PIC 9(4).
             05 FILLER       PIC X.
             05 PVR-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 PVR-TIME     PIC X(8).
             05 FILLER       PIC X.
             05 PVR-RUN-ID   PIC X(16).
             05 FILLER       PIC X.
             05 PVR-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 PVR-ACTION   PIC X(8).
             05 FILLER       PIC X.
             05 PVR-LINES    PIC 9(3).
             05 FILLER       PIC X.
             05 PVR-REASON   PIC X(50).

       WORKING-STORAGE SECTION.
           77 WS-LIVE-STATUS    PIC XX.
           77 WS-HISTORY-STATUS PIC XX.
           77 WS-VERSION-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

      * Sign-on through the shared service. Looking is open to any
      * signed-on operator; changing a parm file is for supervisors.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-SUPERVISOR  VALUE "S".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20) VALUE "PARM-MAINTENANCE".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE PIC X.
           77 WS-ANSWER PIC X.
             88 ANSWER-YES VALUE "Y" "y".

      * The maintained files: name, "1" for a single-value file or
      * "M" for one of many lines, and the layout every line must
      * keep - "9" a digit, "N" a required non-blank, "Y" a Y/N
      * flag, "P" an S/C failure policy, blank a blank separator
      * column, "X" anything. Nothing may stand beyond the layout.
           78 WS-CAT-COUNT VALUE 18.
           01 WS-CATALOGUE-LIST.
             05 FILLER PIC X(26) VALUE "batch_steps.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE "NXXXXXXXXXXXXXXXXXXX 99 Y P".
             05 FILLER PIC X(26) VALUE "step_budgets.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE "NXXXXXXXXXXXXXXXXXXX 99999".
             05 FILLER PIC X(26) VALUE "run_calendar.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE
               "NXXXXXXXXXXXXXXXXXXX NXXXXXXX XX".
             05 FILLER PIC X(26) VALUE "retention.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE
               "NXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXXX 9999 X".
             05 FILLER PIC X(26) VALUE "monthend_close.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE "NXXXXXXX XXXXXXXXXXXXXXXXXXXX".
             05 FILLER PIC X(26) VALUE "amount_outlier.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE "NXXXXXXX XXXXXXXXXXXXXXXXXXXX".
             05 FILLER PIC X(26) VALUE "lottery_price.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "9999".
             05 FILLER PIC X(26) VALUE "lottery_range.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "999".
             05 FILLER PIC X(26) VALUE "lottery_picks.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "9".
             05 FILLER PIC X(26) VALUE "bank_threshold.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "9999999".
             05 FILLER PIC X(26) VALUE "backup_keep.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "99".
             05 FILLER PIC X(26) VALUE "till_tolerance.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "99999".
             05 FILLER PIC X(26) VALUE "exception_retention.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "9999".
             05 FILLER PIC X(26) VALUE "lottery_claim_period.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "9999".
             05 FILLER PIC X(26) VALUE "lottery_min_prize.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "99999".
             05 FILLER PIC X(26) VALUE "prize_tax.parm".
             05 FILLER PIC X     VALUE "1".
             05 FILLER PIC X(48) VALUE "9999 9999999".
             05 FILLER PIC X(26) VALUE "report_distribution.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE
               "NXXXXXXXXXXXXXXXXXXXXXXXXXXXXX NXXXXXXX 9999".
             05 FILLER PIC X(26) VALUE "report_departments.parm".
             05 FILLER PIC X     VALUE "M".
             05 FILLER PIC X(48) VALUE "NXXXXXXX NXXXXXXX".
           01 WS-CATALOGUE REDEFINES WS-CATALOGUE-LIST.
             05 WS-CAT-ENTRY OCCURS 18 TIMES.
               10 WS-CAT-FILE PIC X(26).
               10 WS-CAT-KIND PIC X.
               10 WS-CAT-MASK PIC X(48).
           77 WS-CAT-I       PIC 99.
           77 WS-PICKED-NO   PIC 99.

      * The file being maintained.
           77 WS-FILE-NAME   PIC X(26) VALUE SPACES.
           77 WS-FILE-KIND   PIC X.
             88 SINGLE-VALUE-FILE VALUE "1".
           77 WS-FILE-MASK   PIC X(48).
           77 WS-MASK-LEN    PIC 99.
           77 WS-LIVE-PATH   PIC X(60).
           77 WS-HISTORY-PATH PIC X(60).
           77 WS-LAST-VERSION PIC 9(4).
           77 WS-NEW-VERSION PIC 9(4).
           77 WS-WANT-VERSION PIC 9(4).
           77 WS-LEFT-VERSION PIC 9(4).
           77 WS-RIGHT-VERSION PIC 9(4).

      * A version's lines as loaded, the edit copy, the live content
      * the edit started from, and the two sides of a comparison -
      * all the same shape so a whole version moves in one MOVE.
           78 WS-MAX-LINES VALUE 200.
           01 WS-LOAD-AREA.
             05 WS-LOAD-USED PIC 999.
             05 WS-LOAD-LINE PIC X(80) OCCURS 200 TIMES.
           01 WS-EDIT-AREA.
             05 WS-EDIT-USED PIC 999.
             05 WS-EDIT-LINE PIC X(80) OCCURS 200 TIMES.
           01 WS-START-AREA.
             05 WS-START-USED PIC 999.
             05 WS-START-LINE PIC X(80) OCCURS 200 TIMES.
           01 WS-LEFT-AREA.
             05 WS-LEFT-USED PIC 999.
             05 WS-LEFT-LINE PIC X(80) OCCURS 200 TIMES.
           01 WS-RIGHT-AREA.
             05 WS-RIGHT-USED PIC 999.
             05 WS-RIGHT-LINE PIC X(80) OCCURS 200 TIMES.
           77 WS-LOAD-FOUND  PIC X.
             88 VERSION-FOUND VALUE "Y".
           77 WS-LINE-I      PIC 999.
           77 WS-LINE-J      PIC 999.
           77 WS-LINE-PICK   PIC 999.
           77 WS-NEW-TEXT    PIC X(80).
           77 WS-LINES-KEPT  PIC 999.
           77 WS-MATCHED     PIC X.
             88 LINE-MATCHED VALUE "Y".
           77 WS-DIFF-COUNT  PIC 999.

           77 WS-EDIT-DONE   PIC X.
             88 EDIT-DONE    VALUE "Y".
           77 WS-EDIT-CHOICE PIC X.

      * Layout check of the edit copy.
           77 WS-COL         PIC 99.
           77 WS-MASK-CHAR   PIC X.
           77 WS-LINE-CHAR   PIC X.
           77 WS-FILLED      PIC 999.
           77 WS-PROBLEMS    PIC 999.
           77 WS-PROBLEM     PIC X(40).
           77 WS-LINE-BAD    PIC X.
             88 LINE-HAS-PROBLEM VALUE "Y".

           77 WS-CHANGE-ACTION PIC X(8).
           77 WS-REASON-IN   PIC X(40).
           77 WS-REASON      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - parameter maintenance refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM MAINTENANCE-MENU-LOOP.
           GOBACK.

           OPERATOR-SIGN-ON SECTION.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.

      * A refused attempt leaves the same kind of trail the action
      * itself would have.
           REFUSE-BY-ROLE SECTION.
           DISPLAY "Your role (" WS-OPERATOR-ROLE ") does not allow "
             "that action - refused.".
           MOVE "X" TO WS-ACT-ACTION.
           MOVE WS-FILE-NAME TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           MAINTENANCE-MENU-LOOP SECTION.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             IF WS-FILE-NAME = SPACES
               DISPLAY "No file chosen."
             ELSE
               DISPLAY "File: " FUNCTION TRIM(WS-FILE-NAME)
                 "   saved versions: " WS-LAST-VERSION
             END-IF
             DISPLAY "F) Choose file    V) List versions"
             DISPLAY "E) Edit file      D) Differences    "
               "R) Roll back"
             DISPLAY "Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "F"
               WHEN "f"
                 PERFORM CHOOSE-FILE
               WHEN "V"
               WHEN "v"
                 IF WS-FILE-NAME = SPACES
                   DISPLAY "Choose a file first (F)."
                 ELSE
                   PERFORM LIST-VERSIONS
                 END-IF
               WHEN "E"
               WHEN "e"
                 EVALUATE TRUE
                   WHEN WS-FILE-NAME = SPACES
                     DISPLAY "Choose a file first (F)."
                   WHEN NOT ROLE-SUPERVISOR
                     PERFORM REFUSE-BY-ROLE
                   WHEN OTHER
                     PERFORM EDIT-FILE
                 END-EVALUATE
               WHEN "D"
               WHEN "d"
                 IF WS-FILE-NAME = SPACES
                   DISPLAY "Choose a file first (F)."
                 ELSE
                   PERFORM SHOW-DIFFERENCES
                 END-IF
               WHEN "R"
               WHEN "r"
                 EVALUATE TRUE
                   WHEN WS-FILE-NAME = SPACES
                     DISPLAY "Choose a file first (F)."
                   WHEN NOT ROLE-SUPERVISOR
                     PERFORM REFUSE-BY-ROLE
                   WHEN OTHER
                     PERFORM ROLL-BACK-FILE
                 END-EVALUATE
               WHEN "Q"
               WHEN "q"
                 SET MENU-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.

           CHOOSE-FILE SECTION.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-COUNT
             DISPLAY WS-CAT-I ") " WS-CAT-FILE(WS-CAT-I)
           END-PERFORM.
           DISPLAY "File number: ".
           ACCEPT WS-PICKED-NO.
           IF WS-PICKED-NO = ZERO OR WS-PICKED-NO > WS-CAT-COUNT
             DISPLAY "No such file."
             EXIT SECTION
           END-IF.
           MOVE WS-CAT-FILE(WS-PICKED-NO) TO WS-FILE-NAME.
           MOVE WS-CAT-KIND(WS-PICKED-NO) TO WS-FILE-KIND.
           MOVE WS-CAT-MASK(WS-PICKED-NO) TO WS-FILE-MASK.
           MOVE ZERO TO WS-MASK-LEN.
           INSPECT FUNCTION TRIM(WS-FILE-MASK TRAILING)
             TALLYING WS-MASK-LEN FOR CHARACTERS.
           MOVE SPACES TO WS-LIVE-PATH.
           STRING "../" FUNCTION TRIM(WS-FILE-NAME)
             DELIMITED BY SIZE INTO WS-LIVE-PATH.
           PERFORM FIND-LAST-VERSION.

           FIND-LAST-VERSION SECTION.
           MOVE ZERO TO WS-LAST-VERSION.
           OPEN INPUT VERSION-FILE.
           IF WS-VERSION-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ VERSION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PVR-FILE = WS-FILE-NAME
                     AND PVR-VERSION NUMERIC
                     AND PVR-VERSION > WS-LAST-VERSION
                   MOVE PVR-VERSION TO WS-LAST-VERSION
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VERSION-FILE.

           LIST-VERSIONS SECTION.
           DISPLAY "Version n holds the content change n replaced; "
             "version 0 is the live file.".
           DISPLAY "VER  DATE     TIME     OPERATOR ACTION   LINES "
             "REASON".
           OPEN INPUT VERSION-FILE.
           IF WS-VERSION-STATUS NOT = "00"
             DISPLAY "No saved versions yet."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ VERSION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PVR-FILE = WS-FILE-NAME
                   DISPLAY PVR-VERSION " " PVR-DATE " " PVR-TIME " "
                     PVR-OPERATOR " " PVR-ACTION " " PVR-LINES "   "
                     FUNCTION TRIM(PVR-REASON)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VERSION-FILE.

      ******************************************************************
      * Loading a version
      ******************************************************************
      * WS-WANT-VERSION zero reads the live file, anything else the
      * numbered history copy; an absent file loads as no lines.
           LOAD-VERSION SECTION.
           MOVE ZERO TO WS-LOAD-USED.
           MOVE "N" TO WS-LOAD-FOUND.
           IF WS-WANT-VERSION = ZERO
             MOVE WS-LIVE-PATH TO WS-HISTORY-PATH
           ELSE
             PERFORM BUILD-HISTORY-PATH
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET VERSION-FOUND TO TRUE.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ HISTORY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-LOAD-USED < WS-MAX-LINES
                   ADD 1 TO WS-LOAD-USED
                   MOVE HISTORY-RECORD TO WS-LOAD-LINE(WS-LOAD-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

           BUILD-HISTORY-PATH SECTION.
           MOVE SPACES TO WS-HISTORY-PATH.
           STRING FUNCTION TRIM(WS-LIVE-PATH) ".v" WS-WANT-VERSION
             DELIMITED BY SIZE INTO WS-HISTORY-PATH.

      * A version number 1 to the last saved, or zero for live.
           ACCEPT-VERSION-NO SECTION.
           ACCEPT WS-WANT-VERSION.
           IF WS-WANT-VERSION > WS-LAST-VERSION
             DISPLAY "There is no version " WS-WANT-VERSION
               " - the last is " WS-LAST-VERSION "."
             MOVE 9999 TO WS-WANT-VERSION
           END-IF.

      ******************************************************************
      * Editing
      ******************************************************************
           EDIT-FILE SECTION.
           MOVE ZERO TO WS-WANT-VERSION.
           PERFORM LOAD-VERSION.
           MOVE WS-LOAD-AREA TO WS-EDIT-AREA.
           MOVE WS-LOAD-AREA TO WS-START-AREA.
           IF NOT VERSION-FOUND
             DISPLAY FUNCTION TRIM(WS-FILE-NAME)
               " does not exist yet - it starts empty."
           END-IF.
           PERFORM LIST-EDIT-LINES.
           MOVE "N" TO WS-EDIT-DONE.
           PERFORM UNTIL EDIT-DONE
             DISPLAY "L) List  C) Change line  I) Insert line  "
               "X) Delete line  S) Save  A) Abandon"
             DISPLAY "Edit: "
             ACCEPT WS-EDIT-CHOICE
             EVALUATE WS-EDIT-CHOICE
               WHEN "L"
               WHEN "l"
                 PERFORM LIST-EDIT-LINES
               WHEN "C"
               WHEN "c"
                 PERFORM CHANGE-EDIT-LINE
               WHEN "I"
               WHEN "i"
                 PERFORM INSERT-EDIT-LINE
               WHEN "X"
               WHEN "x"
                 PERFORM DELETE-EDIT-LINE
               WHEN "S"
               WHEN "s"
                 PERFORM SAVE-EDIT
               WHEN "A"
               WHEN "a"
                 DISPLAY "Edit abandoned - "
                   FUNCTION TRIM(WS-FILE-NAME) " unchanged."
                 SET EDIT-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.

           LIST-EDIT-LINES SECTION.
           DISPLAY "LINE " WS-FILE-MASK.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > WS-EDIT-USED
             DISPLAY WS-LINE-I "  " WS-EDIT-LINE(WS-LINE-I)
           END-PERFORM.

           CHANGE-EDIT-LINE SECTION.
           DISPLAY "Line number to change: ".
           ACCEPT WS-LINE-PICK.
           IF WS-LINE-PICK = ZERO OR WS-LINE-PICK > WS-EDIT-USED
             DISPLAY "No such line."
             EXIT SECTION
           END-IF.
           DISPLAY "Now:  " WS-EDIT-LINE(WS-LINE-PICK).
           DISPLAY "New text (blank keeps the line): ".
           MOVE SPACES TO WS-NEW-TEXT.
           ACCEPT WS-NEW-TEXT.
           IF WS-NEW-TEXT NOT = SPACES
             MOVE WS-NEW-TEXT TO WS-EDIT-LINE(WS-LINE-PICK)
           END-IF.

      * Lines below the insertion point move down one.
           INSERT-EDIT-LINE SECTION.
           IF WS-EDIT-USED >= WS-MAX-LINES
             DISPLAY "The file is at its " WS-MAX-LINES " line limit."
             EXIT SECTION
           END-IF.
           DISPLAY "Insert after line number (0 = at the top): ".
           ACCEPT WS-LINE-PICK.
           IF WS-LINE-PICK > WS-EDIT-USED
             DISPLAY "No such line."
             EXIT SECTION
           END-IF.
           DISPLAY "New line: ".
           MOVE SPACES TO WS-NEW-TEXT.
           ACCEPT WS-NEW-TEXT.
           PERFORM VARYING WS-LINE-I FROM WS-EDIT-USED BY -1
               UNTIL WS-LINE-I <= WS-LINE-PICK
             MOVE WS-EDIT-LINE(WS-LINE-I)
               TO WS-EDIT-LINE(WS-LINE-I + 1)
           END-PERFORM.
           ADD 1 TO WS-EDIT-USED.
           MOVE WS-NEW-TEXT TO WS-EDIT-LINE(WS-LINE-PICK + 1).

           DELETE-EDIT-LINE SECTION.
           DISPLAY "Line number to delete: ".
           ACCEPT WS-LINE-PICK.
           IF WS-LINE-PICK = ZERO OR WS-LINE-PICK > WS-EDIT-USED
             DISPLAY "No such line."
             EXIT SECTION
           END-IF.
           DISPLAY "Deleted: " WS-EDIT-LINE(WS-LINE-PICK).
           PERFORM VARYING WS-LINE-I FROM WS-LINE-PICK BY 1
               UNTIL WS-LINE-I >= WS-EDIT-USED
             MOVE WS-EDIT-LINE(WS-LINE-I + 1)
               TO WS-EDIT-LINE(WS-LINE-I)
           END-PERFORM.
           MOVE SPACES TO WS-EDIT-LINE(WS-EDIT-USED).
           SUBTRACT 1 FROM WS-EDIT-USED.

           SAVE-EDIT SECTION.
           IF WS-EDIT-AREA = WS-START-AREA
             DISPLAY "Nothing has changed - nothing to save."
             EXIT SECTION
           END-IF.
           PERFORM CHECK-EDIT-LAYOUT.
           IF WS-PROBLEMS > ZERO
             DISPLAY WS-PROBLEMS " problem(s) - not saved; correct "
               "the lines and save again."
             EXIT SECTION
           END-IF.
           PERFORM ACCEPT-REASON.
           IF WS-REASON-IN = SPACES
             DISPLAY "A reason is required - not saved."
             EXIT SECTION
           END-IF.
           MOVE WS-REASON-IN TO WS-REASON.
           MOVE "SAVE" TO WS-CHANGE-ACTION.
           PERFORM COMMIT-NEW-VERSION.
           MOVE "C" TO WS-ACT-ACTION.
           MOVE WS-FILE-NAME TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           SET EDIT-DONE TO TRUE.

           ACCEPT-REASON SECTION.
           DISPLAY "Reason for the change: ".
           MOVE SPACES TO WS-REASON-IN.
           ACCEPT WS-REASON-IN.

      ******************************************************************
      * Layout check
      ******************************************************************
      * Every non-blank line against the file's layout, the first
      * problem on each line reported; a file left with no lines, or
      * a single-value file given more than one, cannot be saved.
           CHECK-EDIT-LAYOUT SECTION.
           MOVE ZERO TO WS-PROBLEMS.
           MOVE ZERO TO WS-FILLED.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > WS-EDIT-USED
             IF WS-EDIT-LINE(WS-LINE-I) NOT = SPACES
               ADD 1 TO WS-FILLED
               PERFORM CHECK-ONE-LINE
             END-IF
           END-PERFORM.
           IF WS-FILLED = ZERO
             DISPLAY "The file would be left empty."
             ADD 1 TO WS-PROBLEMS
           END-IF.
           IF SINGLE-VALUE-FILE AND WS-FILLED > 1
             DISPLAY FUNCTION TRIM(WS-FILE-NAME)
               " holds a single value line only."
             ADD 1 TO WS-PROBLEMS
           END-IF.

           CHECK-ONE-LINE SECTION.
           MOVE "N" TO WS-LINE-BAD.
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 80 OR LINE-HAS-PROBLEM
             MOVE WS-EDIT-LINE(WS-LINE-I)(WS-COL:1) TO WS-LINE-CHAR
             IF WS-COL > WS-MASK-LEN
               MOVE "X" TO WS-MASK-CHAR
               IF WS-LINE-CHAR NOT = SPACE
                 MOVE "text beyond the layout" TO WS-PROBLEM
                 SET LINE-HAS-PROBLEM TO TRUE
               END-IF
             ELSE
               MOVE WS-FILE-MASK(WS-COL:1) TO WS-MASK-CHAR
             END-IF
             EVALUATE WS-MASK-CHAR
               WHEN "9"
                 IF WS-LINE-CHAR NOT NUMERIC
                   MOVE "digit expected" TO WS-PROBLEM
                   SET LINE-HAS-PROBLEM TO TRUE
                 END-IF
               WHEN "N"
                 IF WS-LINE-CHAR = SPACE
                   MOVE "value required" TO WS-PROBLEM
                   SET LINE-HAS-PROBLEM TO TRUE
                 END-IF
               WHEN "Y"
                 IF WS-LINE-CHAR NOT = "Y" AND WS-LINE-CHAR NOT = "N"
                     AND WS-LINE-CHAR NOT = "y"
                     AND WS-LINE-CHAR NOT = "n"
                   MOVE "Y or N expected" TO WS-PROBLEM
                   SET LINE-HAS-PROBLEM TO TRUE
                 END-IF
               WHEN "P"
                 IF WS-LINE-CHAR NOT = "S" AND WS-LINE-CHAR NOT = "C"
                     AND WS-LINE-CHAR NOT = "s"
                     AND WS-LINE-CHAR NOT = "c"
                   MOVE "S or C expected" TO WS-PROBLEM
                   SET LINE-HAS-PROBLEM TO TRUE
                 END-IF
               WHEN SPACE
                 IF WS-LINE-CHAR NOT = SPACE
                   MOVE "blank separator column expected"
                     TO WS-PROBLEM
                   SET LINE-HAS-PROBLEM TO TRUE
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           IF LINE-HAS-PROBLEM
             SUBTRACT 1 FROM WS-COL
             ADD 1 TO WS-PROBLEMS
             DISPLAY "Line " WS-LINE-I " column " WS-COL ": "
               FUNCTION TRIM(WS-PROBLEM)
           END-IF.

      ******************************************************************
      * Committing a change
      ******************************************************************
      * The content being replaced is kept first - as the next
      * numbered history copy, registered with who, when and why -
      * and only then is the live file rewritten, so an interrupted
      * save never loses the old content.
           COMMIT-NEW-VERSION SECTION.
           PERFORM FIND-LAST-VERSION.
           COMPUTE WS-NEW-VERSION = WS-LAST-VERSION + 1.
           MOVE WS-NEW-VERSION TO WS-WANT-VERSION.
           PERFORM BUILD-HISTORY-PATH.
           PERFORM COPY-LIVE-TO-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "Cannot write " FUNCTION TRIM(WS-HISTORY-PATH)
               ", status " WS-HISTORY-STATUS " - nothing changed."
             EXIT SECTION
           END-IF.
           PERFORM REGISTER-VERSION.
           PERFORM WRITE-LIVE-FILE.
           MOVE WS-NEW-VERSION TO WS-LAST-VERSION.
           DISPLAY FUNCTION TRIM(WS-FILE-NAME) " saved - the content "
             "it replaced is version " WS-NEW-VERSION ".".

           COPY-LIVE-TO-HISTORY SECTION.
           MOVE ZERO TO WS-LINES-KEPT.
           OPEN OUTPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ LIVE-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   MOVE LIVE-RECORD TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                   ADD 1 TO WS-LINES-KEPT
               END-READ
             END-PERFORM
             CLOSE LIVE-FILE
           END-IF.
           CLOSE HISTORY-FILE.

           REGISTER-VERSION SECTION.
           OPEN EXTEND VERSION-FILE.
           IF WS-VERSION-STATUS = "35"
             OPEN OUTPUT VERSION-FILE
           END-IF.
           MOVE SPACES TO VERSION-RECORD.
           MOVE WS-FILE-NAME TO PVR-FILE.
           MOVE WS-NEW-VERSION TO PVR-VERSION.
           MOVE W-DATE OF W-BATCH TO PVR-DATE.
           MOVE W-TIME OF W-BATCH TO PVR-TIME.
           MOVE W-BATCH-COMPLET TO PVR-RUN-ID.
           MOVE WS-OPERATOR-ID TO PVR-OPERATOR.
           MOVE WS-CHANGE-ACTION TO PVR-ACTION.
           MOVE WS-LINES-KEPT TO PVR-LINES.
           MOVE WS-REASON TO PVR-REASON.
           WRITE VERSION-RECORD.
           CLOSE VERSION-FILE.

      * Trailing blank lines are dropped; blank lines between values
      * are kept as the operator left them.
           WRITE-LIVE-FILE SECTION.
           PERFORM VARYING WS-LINE-J FROM WS-EDIT-USED BY -1
               UNTIL WS-LINE-J = ZERO
                 OR WS-EDIT-LINE(WS-LINE-J) NOT = SPACES
             CONTINUE
           END-PERFORM.
           OPEN OUTPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = "00"
             DISPLAY "Error rewriting " FUNCTION TRIM(WS-LIVE-PATH)
               ", status " WS-LIVE-STATUS
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > WS-LINE-J
             MOVE WS-EDIT-LINE(WS-LINE-I) TO LIVE-RECORD
             WRITE LIVE-RECORD
           END-PERFORM.
           CLOSE LIVE-FILE.

      ******************************************************************
      * Differences and rollback
      ******************************************************************
      * Parm lines are records in their own right, so the comparison
      * is by line content: a line only on the left was taken out,
      * a line only on the right was put in, and a changed line
      * shows as one of each.
           SHOW-DIFFERENCES SECTION.
           DISPLAY "First version (0 = live): ".
           PERFORM ACCEPT-VERSION-NO.
           IF WS-WANT-VERSION = 9999
             EXIT SECTION
           END-IF.
           MOVE WS-WANT-VERSION TO WS-LEFT-VERSION.
           PERFORM LOAD-VERSION.
           MOVE WS-LOAD-AREA TO WS-LEFT-AREA.
           DISPLAY "Second version (0 = live): ".
           PERFORM ACCEPT-VERSION-NO.
           IF WS-WANT-VERSION = 9999
             EXIT SECTION
           END-IF.
           MOVE WS-WANT-VERSION TO WS-RIGHT-VERSION.
           PERFORM LOAD-VERSION.
           MOVE WS-LOAD-AREA TO WS-RIGHT-AREA.
           DISPLAY "Differences, version " WS-LEFT-VERSION
             " (-) to version " WS-RIGHT-VERSION " (+):".
           MOVE ZERO TO WS-DIFF-COUNT.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > WS-LEFT-USED
             IF WS-LEFT-LINE(WS-LINE-I) NOT = SPACES
               MOVE "N" TO WS-MATCHED
               PERFORM VARYING WS-LINE-J FROM 1 BY 1
                   UNTIL WS-LINE-J > WS-RIGHT-USED OR LINE-MATCHED
                 IF WS-RIGHT-LINE(WS-LINE-J) = WS-LEFT-LINE(WS-LINE-I)
                   SET LINE-MATCHED TO TRUE
                 END-IF
               END-PERFORM
               IF NOT LINE-MATCHED
                 ADD 1 TO WS-DIFF-COUNT
                 DISPLAY "- " WS-LINE-I " " WS-LEFT-LINE(WS-LINE-I)
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-LINE-J FROM 1 BY 1
               UNTIL WS-LINE-J > WS-RIGHT-USED
             IF WS-RIGHT-LINE(WS-LINE-J) NOT = SPACES
               MOVE "N" TO WS-MATCHED
               PERFORM VARYING WS-LINE-I FROM 1 BY 1
                   UNTIL WS-LINE-I > WS-LEFT-USED OR LINE-MATCHED
                 IF WS-LEFT-LINE(WS-LINE-I) = WS-RIGHT-LINE(WS-LINE-J)
                   SET LINE-MATCHED TO TRUE
                 END-IF
               END-PERFORM
               IF NOT LINE-MATCHED
                 ADD 1 TO WS-DIFF-COUNT
                 DISPLAY "+ " WS-LINE-J " " WS-RIGHT-LINE(WS-LINE-J)
               END-IF
             END-IF
           END-PERFORM.
           IF WS-DIFF-COUNT = ZERO
             DISPLAY "The two versions hold the same lines."
           ELSE
             DISPLAY WS-DIFF-COUNT " line(s) differ."
           END-IF.

      * The earlier content goes back as a change of its own - the
      * content it replaces is kept as the next version like any
      * save - and the rollback is on the activity log.
           ROLL-BACK-FILE SECTION.
           IF WS-LAST-VERSION = ZERO
             DISPLAY "No earlier versions of "
               FUNCTION TRIM(WS-FILE-NAME) " to roll back to."
             EXIT SECTION
           END-IF.
           DISPLAY "Roll back to version (1-" WS-LAST-VERSION "): ".
           PERFORM ACCEPT-VERSION-NO.
           IF WS-WANT-VERSION = 9999 OR WS-WANT-VERSION = ZERO
             EXIT SECTION
           END-IF.
           PERFORM LOAD-VERSION.
           IF NOT VERSION-FOUND
             DISPLAY "History file " FUNCTION TRIM(WS-HISTORY-PATH)
               " is missing - rollback refused."
             EXIT SECTION
           END-IF.
           MOVE WS-WANT-VERSION TO WS-LEFT-VERSION.
           MOVE WS-LOAD-AREA TO WS-EDIT-AREA.
           PERFORM LIST-EDIT-LINES.
           PERFORM CHECK-EDIT-LAYOUT.
           IF WS-PROBLEMS > ZERO
             DISPLAY "Version " WS-LEFT-VERSION " does not pass "
               "today's layout check."
           END-IF.
           DISPLAY "Put version " WS-LEFT-VERSION " back as the live "
             "file (Y/N)? ".
           ACCEPT WS-ANSWER.
           IF NOT ANSWER-YES
             DISPLAY "Rollback abandoned."
             EXIT SECTION
           END-IF.
           PERFORM ACCEPT-REASON.
           IF WS-REASON-IN = SPACES
             DISPLAY "A reason is required - rollback abandoned."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-REASON.
           STRING "to v" WS-LEFT-VERSION ": " WS-REASON-IN
             DELIMITED BY SIZE INTO WS-REASON.
           MOVE "ROLLBACK" TO WS-CHANGE-ACTION.
           PERFORM COMMIT-NEW-VERSION.
           MOVE "B" TO WS-ACT-ACTION.
           MOVE WS-FILE-NAME TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
