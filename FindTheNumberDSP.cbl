      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: supervisor console over the GUESS-DISP dispute case
      *          master. When an operator disputes a session the case
      *          is opened here against its GUESS-SESS session ID -
      *          who raised it, when, and the complaint - worked with
      *          notes, and closed with a ruling: upheld (the session
      *          stands), voided (it counts nowhere) or result
      *          corrected (it counts under the result and attempts
      *          the supervisor sets). The deciding supervisor signs
      *          on against OPERMAST the same way the game does and
      *          can't rule on a session of their own. A duel is
      *          voided whole: voiding either half closes the other
      *          half's case voided with it, or the ruling is
      *          refused. Rulings are picked up by
      *          FindTheNumberRPT, FindTheNumberEXT, FindTheNumberSTM,
      *          the FindTheNumberRTG rating pass and the
      *          FindTheNumberTRN bracket; the session's own log and
      *          master records are left exactly as played.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberDSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GUESS-SESS-FILE ASSIGN TO "GUESS-SESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SESSION-ID
               FILE STATUS IS WS-SESS-STATUS.
           SELECT GUESS-DISP-FILE ASSIGN TO "GUESS-DISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-SESSION-ID
               FILE STATUS IS WS-DISP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  GUESS-SESS-FILE.
           COPY GUESSSMS.
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS PIC XX.
           01 WS-SESS-STATUS PIC XX.
           01 WS-SESS-AVAIL PIC X VALUE "N".
           01 WS-DISP-STATUS PIC XX.
           01 WS-ACTION PIC X.
           01 WS-EOF PIC X VALUE "N".
           01 WS-DONE PIC X VALUE "N".
           01 WS-LIST-COUNT BINARY-LONG VALUE 0.
           01 WS-STATUS-TEXT PIC X(7).
           01 WS-RULING-TEXT PIC X(9).

      *> ---- supervisor sign-on, same rules as the game's ----
           01 WS-SUPV-ID PIC X(8).
           01 WS-SUPV-OK PIC X VALUE "N".
           01 WS-SIGNON-TRIES BINARY-LONG VALUE 0.

      *> ---- answers typed at the console ----
           01 WS-ANSWER-SESSION PIC X(20).
           01 WS-ANSWER-ID PIC X(8).
           01 WS-ANSWER-TEXT PIC X(60).
           01 WS-ANSWER-CODE PIC X.
           01 WS-ANSWER-NUMBER PIC X(10).
           01 WS-CASE-OK PIC X VALUE "N".
           01 WS-RULING-OK PIC X VALUE "N".
           01 WS-CORR-ATTEMPTS BINARY-LONG.
           01 WS-SESSION-CAP PIC 9(4).

      *> ---- voiding both halves of a duel together ----
           01 WS-OWN-SID PIC X(20).
           01 WS-MATE-SID PIC X(20).
           01 WS-MATE-SEQ PIC X(4).
           01 WS-MATE-RESULT PIC X.
           01 WS-MATE-OK PIC X.
           01 WS-DUEL-SEED PIC 9(8).
           01 WS-SESS-EOF PIC X.
           01 WS-CASE-IMAGE PIC X(224).
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
      *> the deciding supervisor is recorded on every case worked
      *> or closed, so the who validates against OPERMAST exactly
      *> the way the game's sign-on does.
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
      *> the first case ever opened creates the master - the usual
      *> first-use bootstrap. The session master is needed to open
      *> a case; without it the open cases can still be worked.
           OPEN I-O GUESS-DISP-FILE.
           IF WS-DISP-STATUS = "35"
               OPEN OUTPUT GUESS-DISP-FILE
               CLOSE GUESS-DISP-FILE
               OPEN I-O GUESS-DISP-FILE
           END-IF.
           IF WS-DISP-STATUS NOT = "00"
               DISPLAY "GUESS-DISP not available - status "
                   WS-DISP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT GUESS-SESS-FILE
               IF WS-SESS-STATUS = "00"
                   MOVE "Y" TO WS-SESS-AVAIL
               ELSE
                   DISPLAY "GUESS-SESS not available - new cases"
                       " can't be opened"
               END-IF
               PERFORM UNTIL WS-DONE = "Y"
                   PERFORM SHOW-MENU
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "L" WHEN "l"
                           PERFORM LIST-OPEN-CASES
                       WHEN "S" WHEN "s"
                           PERFORM SHOW-ONE-CASE
                       WHEN "O" WHEN "o"
                           PERFORM OPEN-NEW-CASE
                       WHEN "W" WHEN "w"
                           PERFORM WORK-ONE-CASE
                       WHEN "C" WHEN "c"
                           PERFORM CLOSE-ONE-CASE
                       WHEN "X" WHEN "x"
                           MOVE "Y" TO WS-DONE
                       WHEN OTHER
                           DISPLAY "Unrecognised action"
                   END-EVALUATE
               END-PERFORM
               IF WS-SESS-AVAIL = "Y"
                   CLOSE GUESS-SESS-FILE
               END-IF
               CLOSE GUESS-DISP-FILE
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "GUESS-DISP dispute case console".
           DISPLAY "  L = list cases not yet closed".
           DISPLAY "  S = show one case".
           DISPLAY "  O = open a case on a session".
           DISPLAY "  W = work a case (add a note)".
           DISPLAY "  C = close a case with a ruling".
           DISPLAY "  X = exit".
           DISPLAY "Action: ".

       LIST-OPEN-CASES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO DS-SESSION-ID.
           START GUESS-DISP-FILE KEY >= DS-SESSION-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           DISPLAY "SESSION-ID            OPERATOR  RAISED    STATUS "
               " COMPLAINT".
           PERFORM UNTIL WS-EOF = "Y"
               READ GUESS-DISP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DS-STATUS NOT = "C"
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SPELL-CASE-STATUS
                           DISPLAY DS-SESSION-ID "  "
                               DS-OPERATOR-ID "  "
                               DS-RAISED-DATE "  "
                               WS-STATUS-TEXT " "
                               DS-COMPLAINT (1:30)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "(no cases awaiting a ruling)"
           END-IF.

       SHOW-ONE-CASE.
           PERFORM GET-CASE-KEY.
           IF WS-CASE-OK = "Y"
               PERFORM SPELL-CASE-STATUS
               PERFORM SPELL-RULING-CODE
               DISPLAY "========================================="
               DISPLAY "Session ...............: " DS-SESSION-ID
               DISPLAY "Operator ..............: " DS-OPERATOR-ID
               DISPLAY "Mode ..................: " DS-MODE
               DISPLAY "Logged ................: " DS-SESSION-DATE
               DISPLAY "Result as logged ......: " DS-ORIG-RESULT
                   "  attempts " DS-ORIG-ATTEMPTS
               DISPLAY "Raised by .............: " DS-RAISED-BY
                   " on " DS-RAISED-DATE " " DS-RAISED-TIME
               DISPLAY "Complaint .............: " DS-COMPLAINT
               DISPLAY "Status ................: " WS-STATUS-TEXT
               DISPLAY "Supervisor ............: " DS-SUPERVISOR-ID
               DISPLAY "Work note .............: " DS-WORK-NOTE
               IF DS-STATUS = "C"
                   DISPLAY "Ruling ................: " WS-RULING-TEXT
                       " on " DS-RULING-DATE
                   IF DS-RULING = "R"
                       DISPLAY "Counts as .............: "
                           DS-CORR-RESULT "  attempts "
                           DS-CORR-ATTEMPTS
                   END-IF
               END-IF
               DISPLAY "========================================="
           END-IF.

       OPEN-NEW-CASE.
      *> one case per session, taken from the session master so the
      *> figures as logged travel with the case.
           IF WS-SESS-AVAIL NOT = "Y"
               DISPLAY "GUESS-SESS not available - case not opened"
           ELSE
               DISPLAY "Session ID: "
               ACCEPT WS-ANSWER-SESSION
               MOVE WS-ANSWER-SESSION TO DS-SESSION-ID
               READ GUESS-DISP-FILE
                   INVALID KEY
                       PERFORM OPEN-CASE-ON-SESSION
                   NOT INVALID KEY
                       DISPLAY "A case is already on file for that"
                           " session - use S or W"
               END-READ
           END-IF.

       OPEN-CASE-ON-SESSION.
           MOVE WS-ANSWER-SESSION TO SM-SESSION-ID.
           READ GUESS-SESS-FILE
               INVALID KEY
                   DISPLAY "No session " WS-ANSWER-SESSION
                       " on GUESS-SESS"
               NOT INVALID KEY
                   PERFORM TAKE-CASE-DETAILS
           END-READ.

       TAKE-CASE-DETAILS.
           DISPLAY "Operator " SM-OPERATOR-ID " logged "
               SM-LOG-DATE " result " SM-RESULT-CODE
               " attempts " SM-ATTEMPTS.
      *> a void only keeps a tournament duel out of the bracket if it
      *> is ruled before the tournament is advanced past the match
           IF SM-TOURN-ID NOT = SPACES
               DISPLAY "Tournament duel " SM-TOURN-ID " round "
                   SM-TOURN-ROUND " match " SM-TOURN-MATCH
           END-IF.
           DISPLAY "Raised by (operator ID): ".
           ACCEPT WS-ANSWER-ID.
           MOVE WS-ANSWER-ID TO OM-OPERATOR-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   DISPLAY "Operator " WS-ANSWER-ID
                       " not on OPERMAST - case not opened"
               NOT INVALID KEY
                   DISPLAY "Complaint: "
                   MOVE SPACES TO WS-ANSWER-TEXT
                   ACCEPT WS-ANSWER-TEXT
                   IF WS-ANSWER-TEXT = SPACES
                       DISPLAY "A case needs a complaint - not opened"
                   ELSE
                       PERFORM WRITE-NEW-CASE
                   END-IF
           END-READ.

       WRITE-NEW-CASE.
           MOVE SPACES TO DISPUTE-RECORD.
           MOVE SM-SESSION-ID TO DS-SESSION-ID.
           MOVE SM-OPERATOR-ID TO DS-OPERATOR-ID.
           MOVE SM-MODE TO DS-MODE.
           MOVE SM-LOG-DATE TO DS-SESSION-DATE.
           MOVE SM-UPPER-BOUND TO DS-UPPER-BOUND.
           MOVE SM-RESULT-CODE TO DS-ORIG-RESULT.
           MOVE SM-ATTEMPTS TO DS-ORIG-ATTEMPTS.
           MOVE WS-ANSWER-ID TO DS-RAISED-BY.
           ACCEPT DS-RAISED-DATE FROM DATE YYYYMMDD.
           ACCEPT DS-RAISED-TIME FROM TIME.
           MOVE WS-ANSWER-TEXT TO DS-COMPLAINT.
           MOVE "O" TO DS-STATUS.
           MOVE SPACES TO DS-SUPERVISOR-ID DS-WORK-NOTE.
           MOVE SPACE TO DS-RULING DS-CORR-RESULT.
           MOVE 0 TO DS-CORR-ATTEMPTS DS-RULING-DATE DS-RULING-TIME.
           MOVE "N" TO DS-RATING-ADJUSTED.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Case not opened - status " WS-DISP-STATUS
               NOT INVALID KEY
                   DISPLAY "Case opened on " DS-SESSION-ID
           END-WRITE.

       WORK-ONE-CASE.
           PERFORM GET-CASE-KEY.
           IF WS-CASE-OK = "Y"
               IF DS-STATUS = "C"
                   DISPLAY "Case is closed - the ruling stands"
               ELSE
                   DISPLAY "Note: "
                   MOVE SPACES TO WS-ANSWER-TEXT
                   ACCEPT WS-ANSWER-TEXT
                   IF WS-ANSWER-TEXT = SPACES
                       DISPLAY "No note entered - case unchanged"
                   ELSE
                       MOVE WS-ANSWER-TEXT TO DS-WORK-NOTE
                       MOVE "W" TO DS-STATUS
                       MOVE WS-SUPV-ID TO DS-SUPERVISOR-ID
                       REWRITE DISPUTE-RECORD
                           INVALID KEY
                               DISPLAY "Update failed - status "
                                   WS-DISP-STATUS
                           NOT INVALID KEY
                               DISPLAY "Case " DS-SESSION-ID
                                   " being worked"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       CLOSE-ONE-CASE.
      *> a ruling is final once the case is closed - the reporting
      *> and rating programs act on it from then on.
           PERFORM GET-CASE-KEY.
           IF WS-CASE-OK = "Y"
               EVALUATE TRUE
                   WHEN DS-STATUS = "C"
                       DISPLAY "Case is closed - the ruling stands"
                   WHEN DS-OPERATOR-ID = WS-SUPV-ID
                       DISPLAY "You can't rule on your own session"
                   WHEN OTHER
                       PERFORM TAKE-RULING
               END-EVALUATE
           END-IF.

       TAKE-RULING.
           MOVE "N" TO WS-RULING-OK.
           MOVE SPACES TO WS-MATE-SID.
           DISPLAY "Ruling - U = upheld, V = voided,"
               " R = result corrected: ".
           ACCEPT WS-ANSWER-CODE.
           EVALUATE WS-ANSWER-CODE
               WHEN "U" WHEN "u"
                   MOVE "U" TO DS-RULING
                   MOVE SPACE TO DS-CORR-RESULT
                   MOVE 0 TO DS-CORR-ATTEMPTS
                   MOVE "Y" TO WS-RULING-OK
               WHEN "V" WHEN "v"
                   MOVE "V" TO DS-RULING
                   MOVE SPACE TO DS-CORR-RESULT
                   MOVE 0 TO DS-CORR-ATTEMPTS
                   MOVE "Y" TO WS-RULING-OK
               WHEN "R" WHEN "r"
                   PERFORM TAKE-CORRECTED-RESULT
               WHEN OTHER
                   DISPLAY "Unrecognised ruling - case unchanged"
           END-EVALUATE.
           IF WS-RULING-OK = "Y" AND DS-RULING = "V"
                   AND DS-MODE = "D"
               PERFORM CHECK-DUEL-MATE
           END-IF.
           IF WS-RULING-OK = "Y"
               MOVE "C" TO DS-STATUS
               MOVE WS-SUPV-ID TO DS-SUPERVISOR-ID
               ACCEPT DS-RULING-DATE FROM DATE YYYYMMDD
               ACCEPT DS-RULING-TIME FROM TIME
               MOVE "N" TO DS-RATING-ADJUSTED
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "Ruling not recorded - status "
                           WS-DISP-STATUS
                   NOT INVALID KEY
                       PERFORM SPELL-RULING-CODE
                       DISPLAY "Case " DS-SESSION-ID " closed - "
                           WS-RULING-TEXT
                       IF WS-MATE-SID NOT = SPACES
                           PERFORM VOID-DUEL-MATE
                       END-IF
               END-REWRITE
           END-IF.

       CHECK-DUEL-MATE.
      *> a duel is voided whole or not at all. The report, the
      *> extract, the statements, the rating pass and the bracket
      *> each leave out a voided half, so a void on one half alone
      *> would drop one operator's side and keep the other's. The
      *> halves share the seed and are the run's sessions 1 and 2,
      *> assigned back to back - the mate is the nearest session of
      *> the day with the same seed, the other sequence and the
      *> opposite result. Its case is closed voided along with
      *> this one, or the ruling is refused.
           MOVE "N" TO WS-RULING-OK.
           MOVE "N" TO WS-MATE-OK.
           MOVE SPACES TO WS-MATE-SID.
           MOVE DISPUTE-RECORD TO WS-CASE-IMAGE.
           MOVE DS-SESSION-ID TO WS-OWN-SID.
           IF WS-SESS-AVAIL NOT = "Y"
               DISPLAY "GUESS-SESS not available - the duel's other"
                   " half can't be found"
           ELSE
               MOVE WS-OWN-SID TO SM-SESSION-ID
               READ GUESS-SESS-FILE
                   INVALID KEY
                       DISPLAY "Session " WS-OWN-SID
                           " no longer on GUESS-SESS"
                   NOT INVALID KEY
                       PERFORM FIND-DUEL-MATE
               END-READ
           END-IF.
           IF WS-MATE-SID = SPACES
               DISPLAY "A duel is voided whole - its other half was"
                   " not found, case unchanged"
           ELSE
               PERFORM CHECK-MATE-CASE
           END-IF.
           MOVE WS-CASE-IMAGE TO DISPUTE-RECORD.
           IF WS-MATE-OK = "Y"
               MOVE "Y" TO WS-RULING-OK
           END-IF.

       FIND-DUEL-MATE.
           MOVE SM-SEED TO WS-DUEL-SEED.
           EVALUATE SM-RESULT-CODE
               WHEN "D"
                   MOVE "L" TO WS-MATE-RESULT
               WHEN "L"
                   MOVE "D" TO WS-MATE-RESULT
               WHEN OTHER
                   MOVE "E" TO WS-MATE-RESULT
           END-EVALUATE.
           IF WS-OWN-SID (17:4) = "0001"
               MOVE "0002" TO WS-MATE-SEQ
           ELSE
               MOVE "0001" TO WS-MATE-SEQ
           END-IF.
           MOVE LOW-VALUES TO SM-SESSION-ID.
           MOVE WS-OWN-SID (1:8) TO SM-SESSION-ID (1:8).
           MOVE "N" TO WS-SESS-EOF.
           START GUESS-SESS-FILE KEY >= SM-SESSION-ID
               INVALID KEY
                   MOVE "Y" TO WS-SESS-EOF
           END-START.
           PERFORM UNTIL WS-SESS-EOF = "Y"
               READ GUESS-SESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SESS-EOF
                   NOT AT END
                       IF SM-SESSION-ID (1:8) NOT = WS-OWN-SID (1:8)
                           MOVE "Y" TO WS-SESS-EOF
                       ELSE
                           PERFORM CHECK-MATE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MATE-CANDIDATE.
      *> sequence 2's mate is the last match ahead of it, sequence
      *> 1's the first match after it
           IF SM-MODE = "D" AND SM-SEED = WS-DUEL-SEED
                   AND SM-RESULT-CODE = WS-MATE-RESULT
                   AND SM-SESSION-ID (17:4) = WS-MATE-SEQ
               IF WS-MATE-SEQ = "0001"
                   IF SM-SESSION-ID < WS-OWN-SID
                       MOVE SM-SESSION-ID TO WS-MATE-SID
                   END-IF
               ELSE
                   IF SM-SESSION-ID > WS-OWN-SID
                           AND WS-MATE-SID = SPACES
                       MOVE SM-SESSION-ID TO WS-MATE-SID
                   END-IF
               END-IF
           END-IF.

       CHECK-MATE-CASE.
           MOVE WS-MATE-SID TO SM-SESSION-ID.
           READ GUESS-SESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-MATE-SID TO DS-SESSION-ID.
           READ GUESS-DISP-FILE
               INVALID KEY
                   IF SM-OPERATOR-ID = WS-SUPV-ID
                       DISPLAY "The duel's other half " WS-MATE-SID
                           " is your own session - case unchanged"
                   ELSE
                       MOVE "Y" TO WS-MATE-OK
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DS-STATUS = "C" AND DS-RULING = "V"
      *> already voided - nothing more to close
                           MOVE SPACES TO WS-MATE-SID
                           MOVE "Y" TO WS-MATE-OK
                       WHEN DS-STATUS = "C"
                           PERFORM SPELL-RULING-CODE
                           DISPLAY "The duel's other half " WS-MATE-SID
                               " is already closed " WS-RULING-TEXT
                               " - case unchanged"
                       WHEN DS-OPERATOR-ID = WS-SUPV-ID
                           DISPLAY "The duel's other half " WS-MATE-SID
                               " is your own session - case unchanged"
                       WHEN OTHER
                           MOVE "Y" TO WS-MATE-OK
                   END-EVALUATE
           END-READ.

       VOID-DUEL-MATE.
      *> the other half's own case if one is open, otherwise one
      *> opened here against it - either way closed voided with the
      *> same supervisor and a note naming the half ruled on
           MOVE DS-SESSION-ID TO WS-OWN-SID.
           MOVE WS-MATE-SID TO SM-SESSION-ID.
           READ GUESS-SESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-MATE-SID TO DS-SESSION-ID.
           READ GUESS-DISP-FILE
               INVALID KEY
                   MOVE SPACES TO DISPUTE-RECORD
                   MOVE SM-SESSION-ID TO DS-SESSION-ID
                   MOVE SM-OPERATOR-ID TO DS-OPERATOR-ID
                   MOVE SM-MODE TO DS-MODE
                   MOVE SM-LOG-DATE TO DS-SESSION-DATE
                   MOVE SM-UPPER-BOUND TO DS-UPPER-BOUND
                   MOVE SM-RESULT-CODE TO DS-ORIG-RESULT
                   MOVE SM-ATTEMPTS TO DS-ORIG-ATTEMPTS
                   MOVE WS-SUPV-ID TO DS-RAISED-BY
                   ACCEPT DS-RAISED-DATE FROM DATE YYYYMMDD
                   ACCEPT DS-RAISED-TIME FROM TIME
                   STRING "Duel voided on its other half "
                       WS-OWN-SID DELIMITED BY SIZE
                       INTO DS-COMPLAINT
                   PERFORM SET-MATE-VOID-RULING
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "Case on " WS-MATE-SID
                               " not written - status " WS-DISP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Case " WS-MATE-SID
                               " opened and closed - VOIDED"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM SET-MATE-VOID-RULING
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY "Case on " WS-MATE-SID
                               " not closed - status " WS-DISP-STATUS
                       NOT INVALID KEY
                           DISPLAY "Case " WS-MATE-SID
                               " closed - VOIDED"
                   END-REWRITE
           END-READ.

       SET-MATE-VOID-RULING.
           MOVE SPACES TO DS-WORK-NOTE.
           STRING "Voided with its duel mate " WS-OWN-SID
               DELIMITED BY SIZE INTO DS-WORK-NOTE.
           MOVE "C" TO DS-STATUS.
           MOVE WS-SUPV-ID TO DS-SUPERVISOR-ID.
           MOVE "V" TO DS-RULING.
           MOVE SPACE TO DS-CORR-RESULT.
           MOVE 0 TO DS-CORR-ATTEMPTS.
           ACCEPT DS-RULING-DATE FROM DATE YYYYMMDD.
           ACCEPT DS-RULING-TIME FROM TIME.
           MOVE "N" TO DS-RATING-ADJUSTED.

       TAKE-CORRECTED-RESULT.
      *> a duel result moves two operators at once and can only be
      *> upheld or voided; a solo session can be re-scored to any
      *> solo result inside the attempt figures it could have had -
      *> exactly its attempt cap for a capped session, below the
      *> cap for every other result, since reaching the cap ends a
      *> session capped.
           MOVE 0 TO WS-SESSION-CAP.
           IF DS-MODE NOT = "D" AND WS-SESS-AVAIL = "Y"
               MOVE DS-SESSION-ID TO SM-SESSION-ID
               READ GUESS-SESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-MAX-ATTEMPTS TO WS-SESSION-CAP
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN DS-MODE = "D"
                   DISPLAY "A duel result can only be upheld or voided"
               WHEN WS-SESSION-CAP = 0
                   DISPLAY "Session's attempt cap not on GUESS-SESS -"
                       " case unchanged"
               WHEN OTHER
                   PERFORM TAKE-CORRECTED-FIGURES
           END-EVALUATE.

       TAKE-CORRECTED-FIGURES.
           DISPLAY "Corrected result - W = win, C = capped,"
               " B = bad input, I = incomplete,"
               " T = timed out: ".
           ACCEPT WS-ANSWER-CODE.
           INSPECT WS-ANSWER-CODE CONVERTING "wcbit" TO "WCBIT".
           IF WS-ANSWER-CODE NOT = "W" AND NOT = "C"
                   AND NOT = "B" AND NOT = "I" AND NOT = "T"
               DISPLAY "Not a solo result code - case unchanged"
           ELSE
               DISPLAY "Corrected attempts: "
               ACCEPT WS-ANSWER-NUMBER
               IF FUNCTION TEST-NUMVAL (WS-ANSWER-NUMBER) NOT = 0
                   DISPLAY "Not a number - case unchanged"
               ELSE
                   COMPUTE WS-CORR-ATTEMPTS =
                       FUNCTION NUMVAL (WS-ANSWER-NUMBER)
                   EVALUATE TRUE
                       WHEN WS-CORR-ATTEMPTS < 0
                           DISPLAY "Attempts out of range - case"
                               " unchanged"
                       WHEN WS-ANSWER-CODE = "C"
                               AND WS-CORR-ATTEMPTS NOT = WS-SESSION-CAP
                           DISPLAY "A capped session used its cap of "
                               WS-SESSION-CAP " - case unchanged"
                       WHEN WS-ANSWER-CODE NOT = "C"
                               AND WS-CORR-ATTEMPTS >= WS-SESSION-CAP
                           DISPLAY "Attempts must be below the cap of "
                               WS-SESSION-CAP " - case unchanged"
                       WHEN OTHER
                           MOVE "R" TO DS-RULING
                           MOVE WS-ANSWER-CODE TO DS-CORR-RESULT
                           MOVE WS-CORR-ATTEMPTS TO DS-CORR-ATTEMPTS
                           MOVE "Y" TO WS-RULING-OK
                   END-EVALUATE
               END-IF
           END-IF.

       GET-CASE-KEY.
           MOVE "N" TO WS-CASE-OK.
           DISPLAY "Session ID: ".
           ACCEPT WS-ANSWER-SESSION.
           MOVE WS-ANSWER-SESSION TO DS-SESSION-ID.
           READ GUESS-DISP-FILE
               INVALID KEY
                   DISPLAY "No case on file for that session"
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-OK
           END-READ.

       SPELL-CASE-STATUS.
           EVALUATE DS-STATUS
               WHEN "O"
                   MOVE "OPEN" TO WS-STATUS-TEXT
               WHEN "W"
                   MOVE "WORKING" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.

       SPELL-RULING-CODE.
           EVALUATE DS-RULING
               WHEN "U"
                   MOVE "UPHELD" TO WS-RULING-TEXT
               WHEN "V"
                   MOVE "VOIDED" TO WS-RULING-TEXT
               WHEN "R"
                   MOVE "CORRECTED" TO WS-RULING-TEXT
               WHEN OTHER
                   MOVE "NONE" TO WS-RULING-TEXT
           END-EVALUATE.
       END PROGRAM FindTheNumberDSP.
