      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: supervisor console over the GUESS-SUSP slip suspense
      *          file. The batch pass parks every slip punched with an
      *          unknown or deactivated operator ID there instead of
      *          throwing it away; here a supervisor (validated
      *          against OPERMAST the same way sign-on is) either
      *          puts the right operator ID on a slip - one at a time
      *          or a whole run of one bad ID at once - or voids it
      *          with a note. Corrected slips wait for
      *          FindTheNumberSRL to release them into the next batch
      *          pass; nothing here plays or re-scores anything.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberSUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GUESS-SUSP-FILE ASSIGN TO "GUESS-SUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  GUESS-SUSP-FILE.
           COPY GUESSSUS.
       WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS PIC XX.
           01 WS-SUSP-STATUS PIC XX.
           01 WS-ACTION PIC X.
           01 WS-EOF PIC X VALUE "N".
           01 WS-DONE PIC X VALUE "N".
           01 WS-LIST-COUNT BINARY-LONG VALUE 0.
           01 WS-GROUP-COUNT BINARY-LONG VALUE 0.

      *> ---- supervisor sign-on, same rules as the game's ----
           01 WS-SUPV-ID PIC X(8).
           01 WS-SUPV-OK PIC X VALUE "N".
           01 WS-SIGNON-TRIES BINARY-LONG VALUE 0.

      *> ---- answers typed at the console ----
           01 WS-ANSWER-TEXT PIC X(10).
           01 WS-ANSWER-DATE PIC 9(8).
           01 WS-ANSWER-POSITION PIC 9(8).
           01 WS-ANSWER-ID PIC X(8).
           01 WS-ANSWER-NOTE PIC X(30).
           01 WS-KEY-OK PIC X VALUE "N".
           01 WS-NEW-ID PIC X(8).
           01 WS-NEW-ID-OK PIC X VALUE "N".
           01 WS-REASON-TEXT PIC X(11).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERMAST not available - cannot sign on"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SIGN-ON-SUPERVISOR
               IF WS-SUPV-OK NOT = "Y"
                   DISPLAY "Sign-on refused - console not started"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RUN-CONSOLE
               END-IF
               CLOSE OPERMAST-FILE
           END-IF.
           STOP RUN.

       SIGN-ON-SUPERVISOR.
      *> a correction moves a slip onto somebody's record and a void
      *> throws it away for good, so the who validates against
      *> OPERMAST exactly the way the game's sign-on does.
           MOVE "N" TO WS-SUPV-OK.
           PERFORM UNTIL WS-SUPV-OK = "Y"
                   OR WS-SIGNON-TRIES >= 3
               DISPLAY "Enter your operator ID: "
               ACCEPT WS-SUPV-ID
               MOVE WS-SUPV-ID TO OM-OPERATOR-ID
               READ OPERMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OM-ACTIVE-FLAG = "A"
                           MOVE "Y" TO WS-SUPV-OK
                           DISPLAY "Signed on: " OM-OPERATOR-NAME
                       END-IF
               END-READ
               IF WS-SUPV-OK NOT = "Y"
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Unknown or deactivated operator ID"
               END-IF
           END-PERFORM.

       RUN-CONSOLE.
           OPEN I-O GUESS-SUSP-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "GUESS-SUSP not available - status "
                   WS-SUSP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-DONE = "Y"
                   PERFORM SHOW-MENU
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "L" WHEN "l"
                           PERFORM LIST-SUSPENDED-SLIPS
                       WHEN "C" WHEN "c"
                           PERFORM CORRECT-ONE-SLIP
                       WHEN "G" WHEN "g"
                           PERFORM CORRECT-SLIP-GROUP
                       WHEN "V" WHEN "v"
                           PERFORM VOID-ONE-SLIP
                       WHEN "X" WHEN "x"
                           MOVE "Y" TO WS-DONE
                       WHEN OTHER
                           DISPLAY "Unrecognised action"
                   END-EVALUATE
               END-PERFORM
               CLOSE GUESS-SUSP-FILE
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "GUESS-SUSP slip suspense console".
           DISPLAY "  L = list slips awaiting a decision".
           DISPLAY "  C = correct the operator ID on one slip".
           DISPLAY "  G = correct every suspended slip of one bad ID".
           DISPLAY "  V = void a slip".
           DISPLAY "  X = exit".
           DISPLAY "Action: ".

       LIST-SUSPENDED-SLIPS.
      *> suspended and corrected-but-not-yet-released slips - the
      *> ones somebody may still need to act on.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           START GUESS-SUSP-FILE KEY >= SU-SUSPENSE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           DISPLAY "BUS-DATE  SLIP-POS SHIFT PUNCHED  GUESS  STAT"
               " REASON      CORRECTED".
           PERFORM UNTIL WS-EOF = "Y"
               READ GUESS-SUSP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-STATUS = "S" OR SU-STATUS = "C"
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SPELL-REASON-CODE
                           DISPLAY SU-BUSINESS-DATE "  "
                               SU-SLIP-POSITION " "
                               SU-SHIFT " "
                               SU-OPERATOR-ID " "
                               SU-GUESS-TEXT " "
                               SU-STATUS "    "
                               WS-REASON-TEXT " "
                               SU-CORRECTED-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "(nothing awaiting a decision)"
           END-IF.

       CORRECT-ONE-SLIP.
           PERFORM GET-SLIP-KEY.
           IF WS-KEY-OK = "Y"
               MOVE WS-ANSWER-DATE TO SU-BUSINESS-DATE
               MOVE WS-ANSWER-POSITION TO SU-SLIP-POSITION
               READ GUESS-SUSP-FILE
                   INVALID KEY
                       DISPLAY "No suspended slip at that position"
                   NOT INVALID KEY
                       PERFORM CORRECT-THIS-SLIP
               END-READ
           END-IF.

       CORRECT-THIS-SLIP.
      *> a corrected slip not yet released can be corrected again -
      *> once it is on a resubmission file it is out of our hands.
           IF SU-STATUS NOT = "S" AND SU-STATUS NOT = "C"
               DISPLAY "Slip is " SU-STATUS
                   " - only suspended or corrected slips can change"
           ELSE
               PERFORM SPELL-REASON-CODE
               DISPLAY "Punched " SU-OPERATOR-ID " guess "
                   SU-GUESS-TEXT " (" WS-REASON-TEXT ")"
               PERFORM GET-NEW-OPERATOR-ID
               IF WS-NEW-ID-OK = "Y"
                   PERFORM STAMP-CORRECTION
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "Correction failed - status "
                               WS-SUSP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Slip " SU-SLIP-POSITION
                               " corrected to " SU-CORRECTED-ID
                   END-REWRITE
               END-IF
           END-IF.

       CORRECT-SLIP-GROUP.
      *> the usual case is one terminal punching one bad ID all
      *> shift long - fix the whole run for that business date in
      *> one go instead of slip by slip.
           DISPLAY "Business date (YYYYMMDD): ".
           ACCEPT WS-ANSWER-TEXT.
           IF FUNCTION TEST-NUMVAL (WS-ANSWER-TEXT) NOT = 0
               DISPLAY "Not a date"
           ELSE
               COMPUTE WS-ANSWER-DATE = FUNCTION NUMVAL (WS-ANSWER-TEXT)
               DISPLAY "Operator ID as punched: "
               ACCEPT WS-ANSWER-ID
               PERFORM GET-NEW-OPERATOR-ID
               IF WS-NEW-ID-OK = "Y"
                   PERFORM CORRECT-GROUP-MEMBERS
                   DISPLAY WS-GROUP-COUNT " slip(s) of " WS-ANSWER-ID
                       " corrected to " WS-NEW-ID
               END-IF
           END-IF.

       CORRECT-GROUP-MEMBERS.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE WS-ANSWER-DATE TO SU-BUSINESS-DATE.
           MOVE 0 TO SU-SLIP-POSITION.
           START GUESS-SUSP-FILE KEY >= SU-SUSPENSE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ GUESS-SUSP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-BUSINESS-DATE NOT = WS-ANSWER-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF SU-STATUS = "S"
                                   AND SU-OPERATOR-ID = WS-ANSWER-ID
                               PERFORM STAMP-CORRECTION
                               REWRITE SUSPENSE-RECORD
                                   INVALID KEY
                                       DISPLAY "Slip " SU-SLIP-POSITION
                                           " not corrected - status "
                                           WS-SUSP-STATUS
                                   NOT INVALID KEY
                                       ADD 1 TO WS-GROUP-COUNT
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VOID-ONE-SLIP.
           PERFORM GET-SLIP-KEY.
           IF WS-KEY-OK = "Y"
               MOVE WS-ANSWER-DATE TO SU-BUSINESS-DATE
               MOVE WS-ANSWER-POSITION TO SU-SLIP-POSITION
               READ GUESS-SUSP-FILE
                   INVALID KEY
                       DISPLAY "No suspended slip at that position"
                   NOT INVALID KEY
                       PERFORM VOID-THIS-SLIP
               END-READ
           END-IF.

       VOID-THIS-SLIP.
           IF SU-STATUS NOT = "S" AND SU-STATUS NOT = "C"
               DISPLAY "Slip is " SU-STATUS
                   " - only suspended or corrected slips can change"
           ELSE
               DISPLAY "Punched " SU-OPERATOR-ID " guess "
                   SU-GUESS-TEXT
               DISPLAY "Reason for voiding: "
               ACCEPT WS-ANSWER-NOTE
               IF WS-ANSWER-NOTE = SPACES
                   DISPLAY "A void needs a reason - slip unchanged"
               ELSE
                   MOVE "V" TO SU-STATUS
                   MOVE SPACES TO SU-CORRECTED-ID
                   MOVE WS-SUPV-ID TO SU-SUPERVISOR-ID
                   ACCEPT SU-ACTION-DATE FROM DATE YYYYMMDD
                   ACCEPT SU-ACTION-TIME FROM TIME
                   MOVE WS-ANSWER-NOTE TO SU-VOID-NOTE
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "Void failed - status "
                               WS-SUSP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Slip " SU-SLIP-POSITION " voided"
                   END-REWRITE
               END-IF
           END-IF.

       GET-SLIP-KEY.
           MOVE "N" TO WS-KEY-OK.
           DISPLAY "Business date (YYYYMMDD): ".
           ACCEPT WS-ANSWER-TEXT.
           IF FUNCTION TEST-NUMVAL (WS-ANSWER-TEXT) NOT = 0
               DISPLAY "Not a date"
           ELSE
               COMPUTE WS-ANSWER-DATE = FUNCTION NUMVAL (WS-ANSWER-TEXT)
               DISPLAY "Slip position: "
               ACCEPT WS-ANSWER-TEXT
               IF FUNCTION TEST-NUMVAL (WS-ANSWER-TEXT) NOT = 0
                   DISPLAY "Not a slip position"
               ELSE
                   COMPUTE WS-ANSWER-POSITION =
                       FUNCTION NUMVAL (WS-ANSWER-TEXT)
                   MOVE "Y" TO WS-KEY-OK
               END-IF
           END-IF.

       GET-NEW-OPERATOR-ID.
      *> the corrected ID has to be one the batch pass will accept -
      *> on OPERMAST and active - or the slip would only bounce back
      *> into suspense on resubmission. A supervisor can't route
      *> slips onto their own record.
           MOVE "N" TO WS-NEW-ID-OK.
           DISPLAY "Correct operator ID: ".
           ACCEPT WS-NEW-ID.
           MOVE WS-NEW-ID TO OM-OPERATOR-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   DISPLAY "Operator " WS-NEW-ID " not on OPERMAST"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OM-ACTIVE-FLAG NOT = "A"
                           DISPLAY "Operator " WS-NEW-ID
                               " is deactivated"
                       WHEN WS-NEW-ID = WS-SUPV-ID
                           DISPLAY "Slips can't be corrected onto"
                               " your own ID"
                       WHEN OTHER
                           MOVE "Y" TO WS-NEW-ID-OK
                   END-EVALUATE
           END-READ.

       STAMP-CORRECTION.
           MOVE "C" TO SU-STATUS.
           MOVE WS-NEW-ID TO SU-CORRECTED-ID.
           MOVE WS-SUPV-ID TO SU-SUPERVISOR-ID.
           ACCEPT SU-ACTION-DATE FROM DATE YYYYMMDD.
           ACCEPT SU-ACTION-TIME FROM TIME.
           MOVE SPACES TO SU-VOID-NOTE.

       SPELL-REASON-CODE.
           EVALUATE SU-REASON
               WHEN "U"
                   MOVE "UNKNOWN ID" TO WS-REASON-TEXT
               WHEN "D"
                   MOVE "DEACTIVATED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNSTATED" TO WS-REASON-TEXT
           END-EVALUATE.
       END PROGRAM FindTheNumberSUS.
