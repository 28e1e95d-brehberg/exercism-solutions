000609*                  REVIEW THE WORDING WHILE THEY CHECK A WORD.
000610*                  NO CLUE FILE ALLOCATED SIMPLY MEANS NO CLUE
000611*                  LINE ON THE DISPLAY.
000612* 10/15/2026  RJB  OPERATOR SIGN-ON AND MAINTENANCE LOG.  THE
000613*                  SESSION NOW OPENS WITH AN OPERATOR ID CHECKED
000614*                  AGAINST ANAGOPER (LOADED BY ANAGOLOD); THREE
000615*                  FAILED TRIES END THE SESSION.  ONLY AN EDITOR
000616*                  OR SUPERVISOR (ROLE E OR S) MAY QUEUE
000617*                  CORRECTIONS; ANY OPERATOR MAY LOOK UP WORDS
000618*                  AND LIST THE QUEUE.  EVERY QUEUED CORRECTION
000619*                  IS WRITTEN TO THE SHARED ANAGMLOG MAINTENANCE
000620*                  LOG WITH THE OPERATOR, DATE, TIME, AND THE
000621*                  WORD BEFORE AND AFTER; A CORRECTION THAT
000622*                  CANNOT BE LOGGED IS NOT QUEUED.
000623* 10/15/2026  RJB  A CORRECTION IS NOW LOGGED BEFORE IT IS
000625*                  QUEUED ON ANAGPEND, SO THE LOG NEVER MISSES
000627*                  A TRANSACTION THE NIGHTLY STEP APPLIES.
000629*--------------------------------------------------------------
000631
000632 ENVIRONMENT DIVISION.
000634 INPUT-OUTPUT SECTION.
000636 FILE-CONTROL.
000638     SELECT ANAGRAM-DICT ASSIGN TO ANAGDICT
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS DICT-PRIME-KEY
000701         RECORD KEY IS CLUE-PRIME-KEY
000702         FILE STATUS IS WS-CLUE-STATUS.
000703
000704     SELECT OPER-FILE ASSIGN TO ANAGOPER
000705         ORGANIZATION IS INDEXED
000706         ACCESS MODE IS RANDOM
000707         RECORD KEY IS OPER-ID
000708         FILE STATUS IS WS-OPER-STATUS.
000709
000710     SELECT MLOG-FILE ASSIGN TO ANAGMLOG
000711         ORGANIZATION IS LINE SEQUENTIAL
000712         FILE STATUS IS WS-MLOG-STATUS.
000713
000714 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ANAGRAM-DICT.
000740 01  DICT-RECORD.
000853        10 CLUE-WORD            PIC X(40).
000854     05 CLUE-TEXT               PIC X(60).
000855
000856 FD  OPER-FILE.
000857 01  OPER-RECORD.
000858     05 OPER-ID                 PIC X(08).
000859     05 OPER-ROLE               PIC X(01).
000860     05 OPER-NAME               PIC X(30).
000861
000862*--------------------------------------------------------------
000863* SHARED MAINTENANCE LOG - ONE LINE PER CHANGE MADE FROM A
000864* TERMINAL, WRITTEN BY ANAGSMNT AND ANAGINQ AND REPORTED BY
000865* ANAGMLRP.  BEFORE AND AFTER HOLD THE CHANGED RECORD'S VALUES.
000866*--------------------------------------------------------------
000867 FD  MLOG-FILE.
000868 01  MLOG-RECORD.
000869     05 ML-DATE                 PIC 9(08).
000870     05 FILLER                  PIC X(01).
000871     05 ML-TIME                 PIC 9(06).
000872     05 FILLER                  PIC X(01).
000873     05 ML-OPERATOR             PIC X(08).
000874     05 FILLER                  PIC X(01).
000875     05 ML-PROGRAM              PIC X(08).
000876     05 FILLER                  PIC X(01).
000877     05 ML-FILE                 PIC X(08).
000878     05 FILLER                  PIC X(01).
000879     05 ML-ACTION               PIC X(08).
000880     05 FILLER                  PIC X(01).
000881     05 ML-EDITION              PIC X(02).
000882     05 FILLER                  PIC X(01).
000883     05 ML-BEFORE               PIC X(60).
000884     05 FILLER                  PIC X(01).
000885     05 ML-AFTER                PIC X(60).
000886
000887 WORKING-STORAGE SECTION.
000888*--------------------------------------------------------------
000889* SWITCHES
000890*--------------------------------------------------------------
000891 77  WS-DICT-STATUS             PIC X(02) VALUE "00".
000900 77  WS-DICT-EOF-SWITCH         PIC X(01) VALUE "N".
000910     88 WS-DICT-END-OF-FILE     VALUE "Y".
000920 77  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
001283 01  WS-SUBJECT-SIGNATURE       PIC X(52).
001284 01  WS-SIGNATURE-WORK.
001285     05 WS-SIG-COUNT OCCURS 26 TIMES PIC 9(02).
001286
001287*--------------------------------------------------------------
001288* THE SIGNED-ON OPERATOR.  THE ROLE OFF ANAGOPER DECIDES WHAT
001289* THE OPERATOR MAY CHANGE - ONLY AN EDITOR OR SUPERVISOR MAY
001290* QUEUE CORRECTIONS.  EACH QUEUED CORRECTION IS LOGGED.
001291*--------------------------------------------------------------
001292 77  WS-OPER-STATUS             PIC X(02) VALUE "00".
001293 77  WS-MLOG-STATUS             PIC X(02) VALUE "00".
001294 77  WS-SIGNON-SWITCH           PIC X(01) VALUE "N".
001295     88 WS-SIGNED-ON            VALUE "Y".
001296 77  WS-MLOG-OPEN-SWITCH        PIC X(01) VALUE "N".
001297     88 WS-MLOG-OPEN            VALUE "Y".
001298 01  WS-OPERATOR-ID             PIC X(08).
001299 01  WS-OPERATOR-NAME           PIC X(30).
001300 01  WS-OPERATOR-ROLE           PIC X(01).
001301     88 WS-OPER-MAY-CORRECT     VALUE "E" "S".
001302     88 WS-OPER-ROLE-VALID      VALUE "C" "E" "S".
001303 01  WS-SIGNON-TRIES            PIC 9(01) VALUE 0.
001304 01  WS-SIGNON-MAX              PIC 9(01) VALUE 3.
001305 01  WS-MLOG-TIME               PIC 9(08).
001307
001308*--------------------------------------------------------------
001310* ONE BATCH OF DICTIONARY WORDS FOR THE SUBSET SCAN, AND THE
001320* CALL AREAS FOR THE ANAGRAM MATCH-ENGINE SUBROUTINE
001330*--------------------------------------------------------------
001860     STOP RUN.
001870
001880 1000-INITIALIZE.
001881     PERFORM 1100-SIGN-ON THRU 1100-EXIT
001882     IF NOT WS-SIGNED-ON
001883         SET WS-SESSION-DONE TO TRUE
001885         MOVE 8 TO RETURN-CODE
001886     ELSE
001887         OPEN INPUT ANAGRAM-DICT
001889         IF WS-DICT-STATUS NOT = "00"
001890             DISPLAY "ANAGINQ: ANAGRAM-DICT OPEN FAILED, STATUS "
001891                 WS-DICT-STATUS
001893             SET WS-SESSION-DONE TO TRUE
001894             MOVE 8 TO RETURN-CODE
001895         ELSE
001897             OPEN INPUT CLUE-FILE
001898             IF WS-CLUE-STATUS = "00"
001899                 SET WS-CLUE-AVAILABLE TO TRUE
001901             END-IF
001902         END-IF
001903     END-IF.
001905 1000-EXIT.
001906     EXIT.
001907
001909* Sign the operator on against ANAGOPER before anything else is
001910* opened.  Three failed tries, or no operator file, ends the
001911* session - no correction is queued without a name against it.
001913 1100-SIGN-ON.
001914     OPEN INPUT OPER-FILE
001915     IF WS-OPER-STATUS NOT = "00"
001917         DISPLAY "ANAGINQ: ANAGOPER OPEN FAILED, STATUS "
001918             WS-OPER-STATUS
001919     ELSE
001921         PERFORM 1150-ACCEPT-OPERATOR THRU 1150-EXIT
001922             UNTIL WS-SIGNED-ON
001923                OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX
001925         CLOSE OPER-FILE
001926         IF NOT WS-SIGNED-ON
001927             DISPLAY "ANAGINQ: SIGN-ON REFUSED"
001928         END-IF
001930     END-IF.
001931 1100-EXIT.
001932     EXIT.
001934
001935 1150-ACCEPT-OPERATOR.
001936     ADD 1 TO WS-SIGNON-TRIES
001938     MOVE SPACES TO WS-OPERATOR-ID
001939     DISPLAY "ENTER OPERATOR ID:"
001940     ACCEPT WS-OPERATOR-ID
001942     INSPECT WS-OPERATOR-ID
001943      CONVERTING "abcdefghijklmnopqrstuvwxyz"
001944      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001946     IF WS-OPERATOR-ID = SPACES
001947         DISPLAY "OPERATOR ID IS REQUIRED"
001948     ELSE
001950         MOVE WS-OPERATOR-ID TO OPER-ID
001951         READ OPER-FILE
001952             INVALID KEY CONTINUE
001954         END-READ
001955         MOVE OPER-ROLE TO WS-OPERATOR-ROLE
001956         IF WS-OPER-STATUS = "00" AND WS-OPER-ROLE-VALID
001958             SET WS-SIGNED-ON TO TRUE
001959             MOVE OPER-NAME TO WS-OPERATOR-NAME
001960             DISPLAY "SIGNED ON: " WS-OPERATOR-NAME
001962                 " ROLE " WS-OPERATOR-ROLE
001963         ELSE
001964             DISPLAY "OPERATOR ID NOT RECOGNIZED"
001966         END-IF
001967     END-IF.
001968 1150-EXIT.
001970     EXIT.
001980
001990* One terminal interaction: prompt for the subject and mode,
003800     END-IF.
003810 2350-EXIT.
003820     EXIT.
003821
003822* One correction interaction: prompt for the action and its
003823* fields, validate, and queue the transaction on ANAGPEND for
003824* tonight's ANAGDELT.  A blank action returns to the subject
003825* prompt.
003826 2600-PROCESS-CORRECTION.
003828     MOVE SPACE TO WS-COR-ACTION
003829     DISPLAY "CORRECTION - A=ADD D=DELETE R=REPLACE "
003830         "L=LIST QUEUE (BLANK TO RETURN):"
003831     ACCEPT WS-COR-ACTION
003832     INSPECT WS-COR-ACTION CONVERTING "adrl" TO "ADRL"
003833     EVALUATE TRUE
003835         WHEN WS-COR-ACTION = SPACE
003836             CONTINUE
003837         WHEN WS-COR-ACTION-LIST
003838             PERFORM 2700-LIST-PENDING THRU 2700-EXIT
003839         WHEN WS-COR-ACTION-ADD OR WS-COR-ACTION-DELETE
003840          OR WS-COR-ACTION-REPLACE
003842             IF NOT WS-OPER-MAY-CORRECT
003843                 DISPLAY "ONLY AN EDITOR OR SUPERVISOR MAY QUEUE "
003844                     "CORRECTIONS"
003845             ELSE
003846                 PERFORM 2650-QUEUE-CORRECTION THRU 2650-EXIT
003847             END-IF
003849         WHEN OTHER
003850             DISPLAY "ACTION MUST BE A, D, R, OR L"
003851     END-EVALUATE.
003919
003920* Append one properly formatted ANAGTRAN transaction to the
003921* pending file.  The file is opened per write so an abandoned
003922* session never holds it open against the nightly step.  The
003923* correction is logged on the maintenance log first - one that
003924* cannot be logged is not queued.
003925 2680-WRITE-PENDING.
003926     PERFORM 7500-OPEN-MAINT-LOG THRU 7500-EXIT
003927     IF WS-MLOG-OPEN
003928         PERFORM 2690-QUEUE-AND-LOG THRU 2690-EXIT
003929         PERFORM 7700-CLOSE-MAINT-LOG THRU 7700-EXIT
003930     END-IF.
003931 2680-EXIT.
003932     EXIT.
003933
003934 2690-QUEUE-AND-LOG.
003935     OPEN EXTEND PEND-FILE
003936*    First correction ever queued - create the file empty
003937*    and carry on
003938     IF WS-PEND-STATUS = "35"
003939         OPEN OUTPUT PEND-FILE
003940     END-IF
003941     IF WS-PEND-STATUS NOT = "00"
003942         DISPLAY "ANAGINQ: ANAGPEND OPEN FAILED, STATUS "
003943             WS-PEND-STATUS
003944     ELSE
003945         PERFORM 7600-WRITE-MAINT-LOG THRU 7600-EXIT
003946         IF WS-MLOG-STATUS = "00"
003947             MOVE SPACES TO PEND-TRAN
003948             MOVE WS-COR-ACTION TO TR-ACTION
003949             MOVE WS-COR-EDITION TO TR-EDITION
003950             MOVE WS-COR-WORD TO TR-WORD
003951             MOVE WS-COR-NEW-WORD TO TR-NEW-WORD
003952             WRITE PEND-TRAN
003953             IF WS-PEND-STATUS = "00"
003954                 ADD 1 TO WS-QUEUED-THIS-SESSION
003955                 DISPLAY "QUEUED FOR TONIGHT'S ANAGDELT - "
003956                     WS-QUEUED-THIS-SESSION " THIS SESSION"
003957             ELSE
003958                 DISPLAY "ANAGINQ: ANAGPEND WRITE FAILED, STATUS "
003959                     WS-PEND-STATUS " - LOGGED CORRECTION NOT "
003960                     "QUEUED"
003961             END-IF
003962         END-IF
003963         CLOSE PEND-FILE
003964     END-IF.
003965 2690-EXIT.
003966     EXIT.
003967
003968* Show everything waiting on the pending file, not just this
003969* session's - the desk wants to see the whole queue ANAGDELT
003971* will pick up tonight.
003972 2700-LIST-PENDING.
003973     OPEN INPUT PEND-FILE
003974     IF WS-PEND-STATUS NOT = "00"
003975         DISPLAY "  (NOTHING QUEUED)"
003976     ELSE
003977         MOVE "N" TO WS-PEND-EOF-SWITCH
003978         MOVE 0 TO WS-PEND-LIST-COUNT
003979         PERFORM 2750-LIST-ONE-PENDING THRU 2750-EXIT
003980             UNTIL WS-PEND-END-OF-FILE
003981         CLOSE PEND-FILE
003982         IF WS-PEND-LIST-COUNT = 0
003983             DISPLAY "  (NOTHING QUEUED)"
003984         END-IF
003985     END-IF.
003986 2700-EXIT.
003987     EXIT.
003988
003989 2750-LIST-ONE-PENDING.
003990     READ PEND-FILE
003991         AT END SET WS-PEND-END-OF-FILE TO TRUE
003992     END-READ
003993     IF NOT WS-PEND-END-OF-FILE
003994         ADD 1 TO WS-PEND-LIST-COUNT
003995         DISPLAY "  " TR-ACTION " " TR-EDITION " " TR-WORD
003996             " " TR-NEW-WORD
003997     END-IF.
003998 2750-EXIT.
003999     EXIT.
004000
004001* Drop any candidate in the current batch that fails
004002* VALIDATE-WORD and compact the survivors to the front of
004003* WS-CANDIDATES-TABLE, so the engine only ever sees
004004* well-formed words - the same filtering ANAGBAT applies.
004005 FILTER-CANDIDATES-BATCH.
004006     MOVE 0 TO WS-CLEAN-COUNT
004007     PERFORM VARYING WS-CANDIDATE-INDEX
004008      FROM 1 BY 1
004009      UNTIL WS-CANDIDATE-INDEX > WS-CANDIDATES-COUNT
004010         MOVE WS-CANDIDATE(WS-CANDIDATE-INDEX)
004011          TO WS-VALIDATE-INPUT
004012         PERFORM VALIDATE-WORD THRU VALIDATE-WORD-EXIT
004013         IF WS-WORD-IS-VALID
004014             ADD 1 TO WS-CLEAN-COUNT
004015             IF WS-CLEAN-COUNT NOT = WS-CANDIDATE-INDEX
004016                 MOVE WS-CANDIDATE(WS-CANDIDATE-INDEX)
004017                  TO WS-CANDIDATE(WS-CLEAN-COUNT)
004018             END-IF
004020         END-IF
004030     END-PERFORM
004040     EXIT.
004514         CLOSE CLUE-FILE
004516     END-IF.
004520 3000-EXIT.
004521     EXIT.
004522
004523* Open the maintenance log for one correction.  The log is
004524* opened per change so an abandoned session never holds it
004525* open against ANAGSMNT or the nightly report.
004526 7500-OPEN-MAINT-LOG.
004527     MOVE "N" TO WS-MLOG-OPEN-SWITCH
004528     OPEN EXTEND MLOG-FILE
004529*    First change ever logged - create the file empty and
004530*    carry on
004531     IF WS-MLOG-STATUS = "35"
004532         OPEN OUTPUT MLOG-FILE
004533     END-IF
004534     IF WS-MLOG-STATUS = "00"
004535         SET WS-MLOG-OPEN TO TRUE
004536     ELSE
004537         DISPLAY "ANAGINQ: ANAGMLOG OPEN FAILED, STATUS "
004538             WS-MLOG-STATUS " - CORRECTION NOT QUEUED"
004539     END-IF.
004540 7500-EXIT.
004541     EXIT.
004542
004544* Log the correction about to be queued - the word as it
004545* stands before, and the word as it will stand after tonight's
004546* ANAGDELT.  The caller queues it only on a good log write.
004547 7600-WRITE-MAINT-LOG.
004548     MOVE SPACES TO MLOG-RECORD
004549     ACCEPT WS-MLOG-TIME FROM TIME
004550     ACCEPT ML-DATE FROM DATE YYYYMMDD
004551     MOVE WS-MLOG-TIME(1:6) TO ML-TIME
004552     MOVE WS-OPERATOR-ID TO ML-OPERATOR
004553     MOVE "ANAGINQ" TO ML-PROGRAM
004554     MOVE "ANAGPEND" TO ML-FILE
004555     MOVE WS-COR-EDITION TO ML-EDITION
004556     EVALUATE TRUE
004557         WHEN WS-COR-ACTION-ADD
004558             MOVE "CORR-ADD" TO ML-ACTION
004559             MOVE WS-COR-WORD TO ML-AFTER
004560         WHEN WS-COR-ACTION-DELETE
004561             MOVE "CORR-DEL" TO ML-ACTION
004562             MOVE WS-COR-WORD TO ML-BEFORE
004563         WHEN WS-COR-ACTION-REPLACE
004564             MOVE "CORR-REP" TO ML-ACTION
004565             MOVE WS-COR-WORD TO ML-BEFORE
004567             MOVE WS-COR-NEW-WORD TO ML-AFTER
004568     END-EVALUATE
004569     WRITE MLOG-RECORD
004570     IF WS-MLOG-STATUS NOT = "00"
004571         DISPLAY "ANAGINQ: ANAGMLOG WRITE FAILED, STATUS "
004572             WS-MLOG-STATUS " - CORRECTION NOT QUEUED"
004573     END-IF.
004574 7600-EXIT.
004575     EXIT.
004576
004577 7700-CLOSE-MAINT-LOG.
004578     IF WS-MLOG-OPEN
004579         CLOSE MLOG-FILE
004580         MOVE "N" TO WS-MLOG-OPEN-SWITCH
004581     END-IF.
004582 7700-EXIT.
004583     EXIT.
004584
004585* Append one signature-key full match onto WS-RESULT-LIST,
004586* comma-separated, with the same capacity handling ANAGBAT
004587* uses - WS-MATCH-COUNT still counts every match found.
004588 MERGE-FULL-RESULTS.
004590     IF WS-CALL-FULL-COUNT > 0
004600         IF NOT WS-RESULT-LIST-IS-FULL
004610             MOVE 0 TO WS-TRAIL-SPACES
