000370*                  ANAGBAT APPLIES - PHRASES WITH SINGLE
000380*                  EMBEDDED SPACES AND UP TO TWO "?" BLANK
000390*                  TILES ARE LEGAL.
000391* 10/15/2026  RJB  OPERATOR SIGN-ON AND MAINTENANCE LOG.  THE
000392*                  SESSION NOW OPENS WITH AN OPERATOR ID CHECKED
000393*                  AGAINST ANAGOPER (LOADED BY ANAGOLOD); THREE
000394*                  FAILED TRIES END THE SESSION.  ONLY A
000395*                  SUPERVISOR (ROLE S) MAY CANCEL AN ENTRY THAT
000396*                  HAS ALREADY BEEN EXTRACTED, RUN, OR PUBLISHED.
000397*                  EVERY ADD AND CANCEL IS WRITTEN TO THE SHARED
000398*                  ANAGMLOG MAINTENANCE LOG WITH THE OPERATOR,
000399*                  DATE, TIME, AND THE ENTRY BEFORE AND AFTER; A
000400*                  CHANGE THAT CANNOT BE LOGGED IS REFUSED.
000401*                  ANAGMLRP REPORTS THE LOG DAILY.
000402* 10/15/2026  RJB  EACH CHANGE IS NOW LOGGED BEFORE THE SCHEDULE
000404*                  IS UPDATED; A LOG LINE THAT CANNOT BE WRITTEN
000406*                  STOPS THE CHANGE AND SETS RETURN-CODE 8.
000408*--------------------------------------------------------------
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SKED-PRIME-KEY
000490         FILE STATUS IS WS-SKED-STATUS.
000491
000492     SELECT OPER-FILE ASSIGN TO ANAGOPER
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS OPER-ID
000496         FILE STATUS IS WS-OPER-STATUS.
000497
000498     SELECT MLOG-FILE ASSIGN TO ANAGMLOG
000499         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MLOG-STATUS.
000501
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SKED-FILE.
000620        88 SKED-IS-RUN          VALUE "R".
000630        88 SKED-IS-PUBLISHED    VALUE "B".
000640     05 SKED-ADDED-DATE         PIC 9(08).
000641
000642 FD  OPER-FILE.
000643 01  OPER-RECORD.
000644     05 OPER-ID                 PIC X(08).
000645     05 OPER-ROLE               PIC X(01).
000646     05 OPER-NAME               PIC X(30).
000647
000648*--------------------------------------------------------------
000649* SHARED MAINTENANCE LOG - ONE LINE PER CHANGE MADE FROM A
000650* TERMINAL, WRITTEN BY ANAGSMNT AND ANAGINQ AND REPORTED BY
000651* ANAGMLRP.  BEFORE AND AFTER HOLD THE CHANGED RECORD'S VALUES.
000652*--------------------------------------------------------------
000653 FD  MLOG-FILE.
000654 01  MLOG-RECORD.
000655     05 ML-DATE                 PIC 9(08).
000656     05 FILLER                  PIC X(01).
000657     05 ML-TIME                 PIC 9(06).
000658     05 FILLER                  PIC X(01).
000659     05 ML-OPERATOR             PIC X(08).
000660     05 FILLER                  PIC X(01).
000661     05 ML-PROGRAM              PIC X(08).
000662     05 FILLER                  PIC X(01).
000663     05 ML-FILE                 PIC X(08).
000664     05 FILLER                  PIC X(01).
000665     05 ML-ACTION               PIC X(08).
000666     05 FILLER                  PIC X(01).
000667     05 ML-EDITION              PIC X(02).
000668     05 FILLER                  PIC X(01).
000669     05 ML-BEFORE               PIC X(60).
000670     05 FILLER                  PIC X(01).
000671     05 ML-AFTER                PIC X(60).
000672
000673 WORKING-STORAGE SECTION.
000674*--------------------------------------------------------------
000680* SWITCHES
000690*--------------------------------------------------------------
000700 77  WS-SKED-STATUS             PIC X(02) VALUE "00".
000760     88 WS-WORD-IS-VALID        VALUE "Y".
000770 77  WS-DATE-OK-SWITCH          PIC X(01).
000780     88 WS-DATE-IS-OK           VALUE "Y".
000781 77  WS-OPER-STATUS             PIC X(02) VALUE "00".
000782 77  WS-MLOG-STATUS             PIC X(02) VALUE "00".
000783 77  WS-SIGNON-SWITCH           PIC X(01) VALUE "N".
000784     88 WS-SIGNED-ON            VALUE "Y".
000785 77  WS-MLOG-OPEN-SWITCH        PIC X(01) VALUE "N".
000786     88 WS-MLOG-OPEN            VALUE "Y".
000787
000788*--------------------------------------------------------------
000789* THE SIGNED-ON OPERATOR.  THE ROLE OFF ANAGOPER DECIDES WHAT
000790* THE OPERATOR MAY CHANGE - ONLY A SUPERVISOR MAY CANCEL AN
000791* ENTRY PAST STATUS P.
000792*--------------------------------------------------------------
000793 01  WS-OPERATOR-ID             PIC X(08).
000794 01  WS-OPERATOR-NAME           PIC X(30).
000795 01  WS-OPERATOR-ROLE           PIC X(01).
000796     88 WS-OPER-SUPERVISOR      VALUE "S".
000797     88 WS-OPER-ROLE-VALID      VALUE "C" "E" "S".
000798 01  WS-SIGNON-TRIES            PIC 9(01) VALUE 0.
000799 01  WS-SIGNON-MAX              PIC 9(01) VALUE 3.
000800
000801*--------------------------------------------------------------
000802* MAINTENANCE LOG WORK AREAS - THE LOG TIME, AND A SCHEDULE
000803* ENTRY LAID OUT FOR THE BEFORE AND AFTER VALUES
000804*--------------------------------------------------------------
000805 01  WS-MLOG-TIME               PIC 9(08).
000806 01  WS-MLOG-ACTION             PIC X(08).
000807 01  WS-MLOG-EDITION            PIC X(02).
000808 01  WS-MLOG-BEFORE             PIC X(60).
000809 01  WS-MLOG-AFTER              PIC X(60).
000810 01  WS-SKED-IMAGE.
000811     05 SI-PUB-DATE             PIC 9(08).
000812     05 FILLER                  PIC X(01) VALUE SPACE.
000813     05 SI-STATUS               PIC X(01).
000814     05 FILLER                  PIC X(01) VALUE SPACE.
000815     05 SI-ADDED-DATE           PIC 9(08).
000816     05 FILLER                  PIC X(01) VALUE SPACE.
000817     05 SI-SUBJECT-WORD         PIC X(40).
000818
000819*--------------------------------------------------------------
000820* TERMINAL INPUT FOR THE CURRENT ACTION
000821*--------------------------------------------------------------
000830 01  WS-ACTION                  PIC X(01).
000840     88 WS-ACTION-ADD           VALUE "A".
000850     88 WS-ACTION-CANCEL        VALUE "C".
001300
001310 1000-INITIALIZE.
001320     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001323     PERFORM 1100-SIGN-ON THRU 1100-EXIT
001326     IF NOT WS-SIGNED-ON
001327         SET WS-SESSION-DONE TO TRUE
001328         MOVE 8 TO RETURN-CODE
001329     ELSE
001330         OPEN I-O SKED-FILE
001340*        First-ever session on a new desk - create the schedule
001350*        file empty and carry on
001360         IF WS-SKED-STATUS = "35"
001370             OPEN OUTPUT SKED-FILE
001380             CLOSE SKED-FILE
001390             OPEN I-O SKED-FILE
001400         END-IF
001410         IF WS-SKED-STATUS NOT = "00"
001420             DISPLAY "ANAGSMNT: ANAGSKED OPEN FAILED, STATUS "
001421                 WS-SKED-STATUS
001422             SET WS-SESSION-DONE TO TRUE
001423             MOVE 8 TO RETURN-CODE
001424         END-IF
001425     END-IF.
001426 1000-EXIT.
001427     EXIT.
001428
001429* Sign the operator on against ANAGOPER before anything else is
001430* opened.  Three failed tries, or no operator file, ends the
001432* session - no change goes in without a name against it.
001433 1100-SIGN-ON.
001434     OPEN INPUT OPER-FILE
001435     IF WS-OPER-STATUS NOT = "00"
001436         DISPLAY "ANAGSMNT: ANAGOPER OPEN FAILED, STATUS "
001437             WS-OPER-STATUS
001438     ELSE
001439         PERFORM 1150-ACCEPT-OPERATOR THRU 1150-EXIT
001440             UNTIL WS-SIGNED-ON
001441                OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
001442         CLOSE OPER-FILE
001444         IF NOT WS-SIGNED-ON
001445             DISPLAY "ANAGSMNT: SIGN-ON REFUSED"
001446         END-IF
001447     END-IF.
001448 1100-EXIT.
001449     EXIT.
001450
001451 1150-ACCEPT-OPERATOR.
001452     ADD 1 TO WS-SIGNON-TRIES
001453     MOVE SPACES TO WS-OPERATOR-ID
001454     DISPLAY "ENTER OPERATOR ID:"
001456     ACCEPT WS-OPERATOR-ID
001457     INSPECT WS-OPERATOR-ID
001458      CONVERTING "abcdefghijklmnopqrstuvwxyz"
001459      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001460     IF WS-OPERATOR-ID = SPACES
001461         DISPLAY "OPERATOR ID IS REQUIRED"
001462     ELSE
001463         MOVE WS-OPERATOR-ID TO OPER-ID
001464         READ OPER-FILE
001465             INVALID KEY CONTINUE
001466         END-READ
001468         MOVE OPER-ROLE TO WS-OPERATOR-ROLE
001469         IF WS-OPER-STATUS = "00" AND WS-OPER-ROLE-VALID
001470             SET WS-SIGNED-ON TO TRUE
001471             MOVE OPER-NAME TO WS-OPERATOR-NAME
001472             DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
001473                 " ROLE " WS-OPERATOR-ROLE
001474         ELSE
001475             DISPLAY "OPERATOR ID NOT RECOGNIZED"
001476         END-IF
001477     END-IF.
001478 1150-EXIT.
001480     EXIT.
001490
001500* One terminal interaction: prompt for the action and its
001740 2100-ADD-ENTRY.
001750     PERFORM 2400-ACCEPT-KEY-FIELDS THRU 2400-EXIT
001760     IF WS-DATE-IS-OK AND WS-WORD-IS-VALID
001762         PERFORM 7500-OPEN-MAINT-LOG THRU 7500-EXIT
001764     END-IF
001766     IF WS-DATE-IS-OK AND WS-WORD-IS-VALID AND WS-MLOG-OPEN
001770         MOVE WS-IN-DATE-NUM TO SKED-PUB-DATE
001780         MOVE WS-IN-EDITION TO SKED-EDITION
001790         MOVE WS-IN-SUBJECT TO SKED-SUBJECT-WORD
001792*        The add is logged before it is written, so a subject
001795*        already scheduled is turned away first
001798         READ SKED-FILE
001801             INVALID KEY CONTINUE
001804         END-READ
001807         IF WS-SKED-STATUS = "00"
001810             DISPLAY "SUBJECT ALREADY ON THAT DATE'S SCHEDULE"
001813         ELSE
001816             MOVE WS-IN-DATE-NUM TO SKED-PUB-DATE
001819             MOVE WS-IN-EDITION TO SKED-EDITION
001821             MOVE WS-IN-SUBJECT TO SKED-SUBJECT-WORD
001824             MOVE "P" TO SKED-STATUS
001827             MOVE WS-TODAY-DATE TO SKED-ADDED-DATE
001830             MOVE "ADD" TO WS-MLOG-ACTION
001833             MOVE SPACES TO WS-MLOG-BEFORE
001836             PERFORM 7400-BUILD-SKED-IMAGE THRU 7400-EXIT
001839             MOVE WS-SKED-IMAGE TO WS-MLOG-AFTER
001842             PERFORM 7600-WRITE-MAINT-LOG THRU 7600-EXIT
001845             IF WS-MLOG-STATUS = "00"
001848                 WRITE SKED-RECORD
001850                     INVALID KEY
001853                         DISPLAY "SUBJECT ALREADY ON THAT DATE'S "
001856                             "SCHEDULE"
001859                 END-WRITE
001862                 IF WS-SKED-STATUS = "00"
001865                     DISPLAY "SCHEDULED AS PLANNED"
001868                 ELSE
001871                     PERFORM 2190-LOGGED-NOT-MADE THRU 2190-EXIT
001874                 END-IF
001877             END-IF
001880         END-IF
001885         PERFORM 7700-CLOSE-MAINT-LOG THRU 7700-EXIT
001890     END-IF.
001900 2100-EXIT.
001910     EXIT.
001920
001921* The change was logged but the schedule would not take it -
001923* the log now shows a change that was never made, so say so
001925* and set return code 8 for the desk to follow up.
001926 2190-LOGGED-NOT-MADE.
001928     DISPLAY "ANAGSMNT: ANAGSKED UPDATE FAILED, STATUS "
001930         WS-SKED-STATUS " - LOGGED CHANGE NOT MADE"
001931     MOVE 8 TO RETURN-CODE.
001933 2190-EXIT.
001935     EXIT.
001936
001938* A cancel simply deletes the entry.  An entry already past
001940* status P may only be pulled by a supervisor, who is warned
001950* and may still remove it, since pulling a subject late is
001953* exactly when the desk needs this most.  The entry is logged
001956* as the before value ahead of the delete.
001960 2200-CANCEL-ENTRY.
001970     PERFORM 2400-ACCEPT-KEY-FIELDS THRU 2400-EXIT
001980     IF WS-DATE-IS-OK AND WS-WORD-IS-VALID
001982         PERFORM 7500-OPEN-MAINT-LOG THRU 7500-EXIT
001984     END-IF
001986     IF WS-DATE-IS-OK AND WS-WORD-IS-VALID AND WS-MLOG-OPEN
001990         MOVE WS-IN-DATE-NUM TO SKED-PUB-DATE
002000         MOVE WS-IN-EDITION TO SKED-EDITION
002010         MOVE WS-IN-SUBJECT TO SKED-SUBJECT-WORD
002050         IF WS-SKED-STATUS NOT = "00"
002060             DISPLAY "SUBJECT NOT ON THAT DATE'S SCHEDULE"
002070         ELSE
002072             IF NOT SKED-IS-PLANNED AND NOT WS-OPER-SUPERVISOR
002074                 DISPLAY "ENTRY HAS REACHED STATUS " SKED-STATUS
002076                     " - ONLY A SUPERVISOR MAY CANCEL IT"
002078             ELSE
002080                 IF NOT SKED-IS-PLANNED
002090                     DISPLAY "WARNING - ENTRY HAD ALREADY "
002100                         "REACHED STATUS " SKED-STATUS
002110                 END-IF
002113                 PERFORM 7400-BUILD-SKED-IMAGE THRU 7400-EXIT
002117                 MOVE "CANCEL" TO WS-MLOG-ACTION
002121                 MOVE WS-SKED-IMAGE TO WS-MLOG-BEFORE
002125                 MOVE SPACES TO WS-MLOG-AFTER
002129                 PERFORM 7600-WRITE-MAINT-LOG THRU 7600-EXIT
002133                 IF WS-MLOG-STATUS = "00"
002137                     DELETE SKED-FILE RECORD
002141                         INVALID KEY
002145                             DISPLAY "SUBJECT NOT ON THAT DATE'S "
002148                                 "SCHEDULE"
002152                     END-DELETE
002156                     IF WS-SKED-STATUS = "00"
002160                         DISPLAY "CANCELLED"
002164                     ELSE
002168                         PERFORM 2190-LOGGED-NOT-MADE
002170                             THRU 2190-EXIT
002172                     END-IF
002176                 END-IF
002180             END-IF
002190         END-IF
002195         PERFORM 7700-CLOSE-MAINT-LOG THRU 7700-EXIT
002200     END-IF.
002210 2200-EXIT.
002220     EXIT.
003370     CLOSE SKED-FILE.
003380 3000-EXIT.
003390     EXIT.
003391
003392* Lay the current schedule record out for the log's before or
003393* after value - date, status, date added, subject.
003394 7400-BUILD-SKED-IMAGE.
003395     MOVE SKED-PUB-DATE TO SI-PUB-DATE
003396     MOVE SKED-STATUS TO SI-STATUS
003397     MOVE SKED-ADDED-DATE TO SI-ADDED-DATE
003398     MOVE SKED-SUBJECT-WORD TO SI-SUBJECT-WORD
003399     MOVE SKED-EDITION TO WS-MLOG-EDITION.
003400 7400-EXIT.
003401     EXIT.
003402
003403* Open the maintenance log for one change.  The log is opened
003404* per change so an abandoned session never holds it open
003405* against ANAGINQ or the nightly report, and a change that
003406* cannot be logged is refused before the schedule is touched.
003407 7500-OPEN-MAINT-LOG.
003408     MOVE "N" TO WS-MLOG-OPEN-SWITCH
003409     OPEN EXTEND MLOG-FILE
003410*    First change ever logged - create the file empty and
003411*    carry on
003412     IF WS-MLOG-STATUS = "35"
003413         OPEN OUTPUT MLOG-FILE
003414     END-IF
003415     IF WS-MLOG-STATUS = "00"
003416         SET WS-MLOG-OPEN TO TRUE
003417     ELSE
003418         DISPLAY "ANAGSMNT: ANAGMLOG OPEN FAILED, STATUS "
003419             WS-MLOG-STATUS " - CHANGE REFUSED"
003420         MOVE 8 TO RETURN-CODE
003421     END-IF.
003422 7500-EXIT.
003424     EXIT.
003425
003426* Log one change before it is made.  The caller makes the
003427* change only when the log line went out (WS-MLOG-STATUS 00).
003428 7600-WRITE-MAINT-LOG.
003429     MOVE SPACES TO MLOG-RECORD
003431     ACCEPT WS-MLOG-TIME FROM TIME
003432     ACCEPT ML-DATE FROM DATE YYYYMMDD
003433     MOVE WS-MLOG-TIME(1:6) TO ML-TIME
003434     MOVE WS-OPERATOR-ID TO ML-OPERATOR
003435     MOVE "ANAGSMNT" TO ML-PROGRAM
003437     MOVE "ANAGSKED" TO ML-FILE
003438     MOVE WS-MLOG-ACTION TO ML-ACTION
003439     MOVE WS-MLOG-EDITION TO ML-EDITION
003440     MOVE WS-MLOG-BEFORE TO ML-BEFORE
003441     MOVE WS-MLOG-AFTER TO ML-AFTER
003442     WRITE MLOG-RECORD
003444     IF WS-MLOG-STATUS NOT = "00"
003445         DISPLAY "ANAGSMNT: ANAGMLOG WRITE FAILED, STATUS "
003446             WS-MLOG-STATUS " - CHANGE NOT MADE"
003447         MOVE 8 TO RETURN-CODE
003448     END-IF.
003449 7600-EXIT.
003451     EXIT.
003452
003453 7700-CLOSE-MAINT-LOG.
003454     IF WS-MLOG-OPEN
003455         CLOSE MLOG-FILE
003457         MOVE "N" TO WS-MLOG-OPEN-SWITCH
003458     END-IF.
003459 7700-EXIT.
003460     EXIT.
003461
003462* Reduce WS-WORK-WORD to a table of how many times each of the
003464* 26 letters appears, in WS-WORK-COUNTS-TABLE.
003465 BUILD-LETTER-COUNTS.
003466     INITIALIZE WS-WORK-COUNTS-TABLE
003467     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
003468      UNTIL WS-LETTER-INDEX > 26
003470         INSPECT WS-WORK-WORD TALLYING
003480          WS-WORK-COUNTS(WS-LETTER-INDEX)
003490          FOR ALL WS-ALPHABET(WS-LETTER-INDEX:1)
