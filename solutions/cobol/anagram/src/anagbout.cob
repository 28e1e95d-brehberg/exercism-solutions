000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGBOUT.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  BACKOUT UTILITY FOR ANAGDELT.  READS THE
000220*                  ANAGJRNL BEFORE-IMAGE JOURNAL, PICKS OUT
000230*                  EVERY CHANGE ONE NAMED ANAGDELT RUN MADE
000240*                  (RUN-ID CARD ON THE ANAGBPRM PARM FILE,
000250*                  ANAGPARM CONVENTIONS), AND REVERSES THEM
000260*                  AGAINST ANAGRAM-DICT NEWEST CHANGE FIRST -
000270*                  AN ADD IS DELETED AGAIN, A DELETE IS PUT
000280*                  BACK WITH ITS USAGE COUNTERS, AND A REPLACE
000290*                  PUTS THE OLD WORD BACK IN PLACE OF THE NEW.
000300*                  A WORD ANY LATER JOURNALED RUN CHANGED
000310*                  AGAIN IS REFUSED AND LEFT ALONE, SO BACKING
000320*                  OUT TUESDAY'S DELTA NEVER UNDOES
000330*                  WEDNESDAY'S.  EACH REVERSAL IS APPENDED TO
000340*                  THE JOURNAL UNDER THIS RUN'S OWN ID, WHICH
000350*                  ALSO STOPS THE SAME RUN BEING BACKED OUT
000360*                  TWICE.  THE BACKOUT REPORT GOES TO ANAGBRPT.
000370*                  ENDS WITH RETURN-CODE 4 WHEN ANY CHANGE WAS
000380*                  REFUSED, AND 8 ON A BAD OR MISSING RUN-ID
000390*                  CARD, A RUN NOT ON THE JOURNAL, OR A FILE
000400*                  ERROR.
000401* 10/15/2026  RJB  REPORT RESULT COLUMN WIDENED SO A REFUSAL'S
000402*                  REASON AND RUN ID ARE NO LONGER CUT SHORT, AND
000403*                  ANAGRAM-DICT IS NOW CLOSED EVEN WHEN THE
000404*                  JOURNAL FAILS TO OPEN FOR APPEND.
000405* 10/15/2026  RJB  A JOURNAL READ FAILURE NOW STOPS THE BACKOUT
000406*                  WITH RETURN-CODE 8 INSTEAD OF ENDING THE LOAD
000407*                  EARLY AND BACKING OUT AGAINST PART OF IT.
000410*--------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DELTA-JRNL ASSIGN TO ANAGJRNL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-JRNL-STATUS.
000490
000500     SELECT ANAGRAM-DICT ASSIGN TO ANAGDICT
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DICT-PRIME-KEY
000540         ALTERNATE RECORD KEY IS DICT-SIG-KEY
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-DICT-STATUS.
000570
000580     SELECT PARM-FILE ASSIGN TO ANAGBPRM
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610
000620     SELECT BOUT-RPT ASSIGN TO ANAGBRPT
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*--------------------------------------------------------------
000680* BEFORE-IMAGE JOURNAL, AS ANAGDELT WRITES IT.  AN ADD HAS NO
000690* BEFORE IMAGE AND A DELETE HAS NO AFTER IMAGE (SPACES).
000700*--------------------------------------------------------------
000710 FD  DELTA-JRNL.
000720 01  JRNL-RECORD.
000730     05 JR-RUN-ID               PIC X(14).
000740     05 FILLER                  PIC X(01).
000750     05 JR-PROGRAM              PIC X(08).
000760     05 FILLER                  PIC X(01).
000770     05 JR-CHANGE-NUM           PIC 9(06).
000780     05 FILLER                  PIC X(01).
000790     05 JR-TRAN-NUM             PIC 9(08).
000800     05 FILLER                  PIC X(01).
000810     05 JR-ACTION               PIC X(01).
000820     05 FILLER                  PIC X(01).
000830     05 JR-BEFORE-IMAGE.
000840        10 JB-EDITION           PIC X(02).
000850        10 JB-WORD              PIC X(40).
000860        10 JB-SIG-EDITION       PIC X(02).
000870        10 JB-SIGNATURE         PIC X(52).
000880        10 JB-FULL-MATCHES      PIC 9(06).
000890        10 JB-SUBSET-MATCHES    PIC 9(06).
000900        10 JB-LAST-MATCH-DATE   PIC 9(08).
000910     05 FILLER                  PIC X(01).
000920     05 JR-AFTER-IMAGE.
000930        10 JA-EDITION           PIC X(02).
000940        10 JA-WORD              PIC X(40).
000950        10 JA-SIG-EDITION       PIC X(02).
000960        10 JA-SIGNATURE         PIC X(52).
000970        10 JA-FULL-MATCHES      PIC 9(06).
000980        10 JA-SUBSET-MATCHES    PIC 9(06).
000990        10 JA-LAST-MATCH-DATE   PIC 9(08).
001000
001010 FD  ANAGRAM-DICT.
001020 01  DICT-RECORD.
001030     05 DICT-PRIME-KEY.
001040        10 DICT-EDITION         PIC X(02).
001050        10 DICT-WORD            PIC X(40).
001060     05 DICT-SIG-KEY.
001070        10 DICT-SIG-EDITION     PIC X(02).
001080        10 DICT-SIGNATURE       PIC X(52).
001090     05 DICT-FULL-MATCHES       PIC 9(06).
001100     05 DICT-SUBSET-MATCHES     PIC 9(06).
001110     05 DICT-LAST-MATCH-DATE    PIC 9(08).
001120
001130 FD  PARM-FILE.
001140 01  PARM-CARD                  PIC X(80).
001150
001160 FD  BOUT-RPT.
001170 01  BRPT-LINE                  PIC X(167).
001180
001190 WORKING-STORAGE SECTION.
001200*--------------------------------------------------------------
001210* SWITCHES
001220*--------------------------------------------------------------
001230 77  WS-JRNL-STATUS             PIC X(02) VALUE "00".
001240 77  WS-DICT-STATUS             PIC X(02) VALUE "00".
001250 77  WS-PARM-STATUS             PIC X(02) VALUE "00".
001260 77  WS-JRNL-EOF-SWITCH         PIC X(01) VALUE "N".
001270     88 WS-JRNL-END-OF-FILE     VALUE "Y".
001280 77  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
001290     88 WS-PARM-END-OF-FILE     VALUE "Y".
001300 77  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
001310     88 WS-FATAL-ERROR          VALUE "Y".
001320 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
001330     88 WS-FILE-ERROR           VALUE "Y".
001340 77  WS-JRNL-ERROR-SWITCH       PIC X(01) VALUE "N".
001350     88 WS-JRNL-ERROR           VALUE "Y".
001360 77  WS-RUN-SEEN-SWITCH         PIC X(01) VALUE "N".
001370     88 WS-RUN-SEEN             VALUE "Y".
001380 77  WS-KEY-SHARED-SWITCH       PIC X(01) VALUE "N".
001390     88 WS-KEY-SHARED           VALUE "Y".
001391 77  WS-DICT-OPEN-SWITCH        PIC X(01) VALUE "N".
001392     88 WS-DICT-OPEN            VALUE "Y".
001393 77  WS-JRNL-OPEN-SWITCH        PIC X(01) VALUE "N".
001394     88 WS-JRNL-OPEN            VALUE "Y".
001400
001410*--------------------------------------------------------------
001420* THE RUN TO BACK OUT (RUN-ID CARD) AND THIS RUN'S OWN ID, THE
001430* START DATE AND TIME THE SAME WAY ANAGDELT BUILDS ITS RUN ID
001440*--------------------------------------------------------------
001450 01  WS-TARGET-RUN-ID           PIC X(14) VALUE SPACES.
001460 01  WS-RUN-ID.
001470     05 WS-RUN-ID-DATE          PIC 9(08).
001480     05 WS-RUN-ID-TIME          PIC 9(06).
001490 01  WS-RUN-TIME                PIC 9(08).
001500
001510*--------------------------------------------------------------
001520* THE NAMED RUN'S CHANGES, IN THE ORDER THEY WERE JOURNALED -
001530* WALKED FROM THE BOTTOM UP TO BACK THEM OUT NEWEST FIRST.  A
001540* CHANGE MARKED REFUSED CARRIES ITS REASON FOR THE REPORT.  A
001550* RUN BIGGER THAN THE TABLE IS NOT BACKED OUT AT ALL - HALF A
001560* BACKOUT IS WORSE THAN NONE.
001570*--------------------------------------------------------------
001580 01  WS-BO-MAX                  PIC 9(04) VALUE 5000.
001590 01  WS-BO-COUNT                PIC 9(04) VALUE 0.
001600 01  WS-BO-INDEX                PIC 9(04).
001610 01  WS-BO-SCAN                 PIC 9(04).
001620 01  WS-BO-TABLE.
001630     05 WS-BO-ENTRY OCCURS 5000 TIMES.
001640        10 WS-BO-CHANGE-NUM     PIC 9(06).
001650        10 WS-BO-TRAN-NUM       PIC 9(08).
001660        10 WS-BO-ACTION         PIC X(01).
001670        10 WS-BO-BEFORE-IMAGE.
001680           15 WS-BO-BEFORE-KEY  PIC X(42).
001690           15 FILLER            PIC X(74).
001700        10 WS-BO-AFTER-IMAGE.
001710           15 WS-BO-AFTER-KEY   PIC X(42).
001720           15 FILLER            PIC X(74).
001730        10 WS-BO-REFUSED-SWITCH PIC X(01).
001740           88 WS-BO-REFUSED     VALUE "Y".
001750        10 WS-BO-REASON         PIC X(45).
001760
001770*--------------------------------------------------------------
001780* KEY COMPARISON WORK AREAS - THE ONE OR TWO WORDS A CHANGE
001790* TOUCHED, TESTED AGAINST THE WORDS EACH TABLE ENTRY TOUCHED
001800*--------------------------------------------------------------
001810 01  WS-CMP-KEY-A               PIC X(42).
001820 01  WS-CMP-KEY-B               PIC X(42).
001830 01  WS-CMP-REASON              PIC X(45).
001840 01  WS-CURRENT-IMAGE           PIC X(116).
001850 01  WS-JRNL-ACTION             PIC X(01).
001860 01  WS-JRNL-BEFORE             PIC X(116).
001870 01  WS-JRNL-AFTER              PIC X(116).
001880 01  WS-RESULT                  PIC X(55).
001890
001900*--------------------------------------------------------------
001910* RUN COUNTS FOR THE REPORT TOTALS
001920*--------------------------------------------------------------
001930 01  WS-CHANGES-READ            PIC 9(08) VALUE 0.
001940 01  WS-CHANGES-BACKED-OUT      PIC 9(06) VALUE 0.
001950 01  WS-CHANGES-REFUSED         PIC 9(06) VALUE 0.
001960 01  WS-CHANGES-JOURNALED       PIC 9(06) VALUE 0.
001970
001980*--------------------------------------------------------------
001990* PARM CARD PARSING, FOLLOWING THE ANAGPARM CONVENTIONS.  THE
002000* VALUE IS WIDER THAN ANAGPARM'S TO HOLD A FOURTEEN-DIGIT RUN
002010* ID.
002020*--------------------------------------------------------------
002030 01  WS-PARM-KEYWORD            PIC X(20).
002040 01  WS-PARM-VALUE              PIC X(20).
002050 01  WS-PARM-CHAR-INDEX         PIC 9(02).
002060 01  WS-PARM-NUM-OK-SWITCH      PIC X(01).
002070     88 WS-PARM-NUM-OK          VALUE "Y".
002080 01  WS-PARM-CHAR               PIC X(01).
002090
002100*--------------------------------------------------------------
002110* REPORT LINE WORK AREAS
002120*--------------------------------------------------------------
002130 01  WS-BRPT-HEADING-1.
002140     05 FILLER                  PIC X(33)
002150         VALUE "ANAGRAM-DICT DELTA BACKOUT REPORT".
002160 01  WS-BRPT-RUN-LINE.
002170     05 FILLER                  PIC X(16)
002180         VALUE "RUN BACKED OUT:".
002190     05 BI-TARGET-RUN-ID        PIC X(14).
002200     05 FILLER                  PIC X(04) VALUE SPACES.
002210     05 FILLER                  PIC X(16)
002220         VALUE "BACKOUT RUN ID:".
002230     05 BI-RUN-ID               PIC X(14).
002240 01  WS-BRPT-HEADING-2.
002250     05 FILLER                  PIC X(08) VALUE "CHANGE".
002260     05 FILLER                  PIC X(10) VALUE "    TRAN".
002270     05 FILLER                  PIC X(05) VALUE "  ACT".
002280     05 FILLER                  PIC X(05) VALUE "  ED".
002290     05 FILLER                  PIC X(42) VALUE "WORD".
002300     05 FILLER                  PIC X(42) VALUE "NEW WORD".
002310     05 FILLER                  PIC X(06) VALUE "RESULT".
002320 01  WS-BRPT-DETAIL.
002330     05 BR-CHANGE-NUM           PIC Z(05)9.
002340     05 FILLER                  PIC X(02) VALUE SPACES.
002350     05 BR-TRAN-NUM             PIC Z(07)9.
002360     05 FILLER                  PIC X(04) VALUE SPACES.
002370     05 BR-ACTION               PIC X(01).
002380     05 FILLER                  PIC X(02) VALUE SPACES.
002390     05 BR-EDITION              PIC X(02).
002400     05 FILLER                  PIC X(03) VALUE SPACES.
002410     05 BR-WORD                 PIC X(40).
002420     05 FILLER                  PIC X(02) VALUE SPACES.
002430     05 BR-NEW-WORD             PIC X(40).
002440     05 FILLER                  PIC X(02) VALUE SPACES.
002450     05 BR-RESULT               PIC X(55).
002460 01  WS-BRPT-TOTAL-LINE.
002470     05 BT-LABEL                PIC X(28).
002480     05 BT-VALUE                PIC ZZZ,ZZ9.
002490
002500 PROCEDURE DIVISION.
002510
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
002550         PERFORM 2000-BACK-OUT-ONE-CHANGE THRU 2000-EXIT
002560             VARYING WS-BO-INDEX FROM WS-BO-COUNT BY -1
002570             UNTIL WS-BO-INDEX < 1 OR WS-JRNL-ERROR
002580     END-IF
002590     PERFORM 3000-TERMINATE THRU 3000-EXIT
002600     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
002610     STOP RUN.
002620
002630 1000-INITIALIZE.
002640     ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
002650     ACCEPT WS-RUN-TIME FROM TIME
002660     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
002670     PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
002680     IF NOT WS-FATAL-ERROR AND WS-TARGET-RUN-ID = SPACES
002690         DISPLAY "ANAGBOUT: NO RUN-ID PARM CARD"
002700         SET WS-FATAL-ERROR TO TRUE
002710     END-IF
002720     IF NOT WS-FATAL-ERROR
002730         OPEN OUTPUT BOUT-RPT
002740         MOVE WS-BRPT-HEADING-1 TO BRPT-LINE
002750         WRITE BRPT-LINE
002760         MOVE WS-TARGET-RUN-ID TO BI-TARGET-RUN-ID
002770         MOVE WS-RUN-ID TO BI-RUN-ID
002780         MOVE WS-BRPT-RUN-LINE TO BRPT-LINE
002790         WRITE BRPT-LINE
002800         MOVE WS-BRPT-HEADING-2 TO BRPT-LINE
002810         WRITE BRPT-LINE
002820         MOVE SPACES TO BRPT-LINE
002830         WRITE BRPT-LINE
002840         PERFORM 1500-LOAD-JOURNAL THRU 1500-EXIT
002850         IF NOT WS-FILE-ERROR
002860             PERFORM 1800-OPEN-FOR-UPDATE THRU 1800-EXIT
002870         END-IF
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910
002920* Apply the run-control cards from ANAGBPRM - only RUN-ID is
002930* known, and it is required.  A card that does not parse stops
002940* the run before the dictionary is touched.
002950 1300-READ-PARM-CARDS.
002960     OPEN INPUT PARM-FILE
002970     IF WS-PARM-STATUS = "00"
002980         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
002990         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
003000             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
003010         CLOSE PARM-FILE
003020     END-IF.
003030 1300-EXIT.
003040     EXIT.
003050
003060 1350-APPLY-PARM-CARD.
003070     IF PARM-CARD = SPACES OR PARM-CARD(1:1) = "*"
003080         CONTINUE
003090     ELSE
003100         MOVE SPACES TO WS-PARM-KEYWORD
003110         MOVE SPACES TO WS-PARM-VALUE
003120         UNSTRING PARM-CARD DELIMITED BY "="
003130             INTO WS-PARM-KEYWORD WS-PARM-VALUE
003140         END-UNSTRING
003150         EVALUATE WS-PARM-KEYWORD
003160             WHEN "RUN-ID"
003170                 PERFORM 1360-PARSE-PARM-RUN-ID THRU 1360-EXIT
003180                 IF WS-PARM-NUM-OK
003190                     MOVE WS-PARM-VALUE(1:14)
003200                      TO WS-TARGET-RUN-ID
003210                 ELSE
003220                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
003230                 END-IF
003240             WHEN OTHER
003250                 PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
003260         END-EVALUATE
003270     END-IF
003280     IF NOT WS-FATAL-ERROR
003290         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
003300     END-IF.
003310 1350-EXIT.
003320     EXIT.
003330
003340* A run ID is exactly fourteen digits, the date and time
003350* ANAGDELT showed on its log and report heading - anything
003360* else rejects the card rather than backing out the wrong run.
003370 1360-PARSE-PARM-RUN-ID.
003380     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
003390     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
003400      UNTIL WS-PARM-CHAR-INDEX > 14
003410         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
003420          TO WS-PARM-CHAR
003430         IF WS-PARM-CHAR < "0" OR WS-PARM-CHAR > "9"
003440             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
003450         END-IF
003460     END-PERFORM
003470     IF WS-PARM-VALUE(15:6) NOT = SPACES
003480         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
003490     END-IF.
003500 1360-EXIT.
003510     EXIT.
003520
003530 1370-BAD-PARM-CARD.
003540     DISPLAY "ANAGBOUT: BAD PARM CARD: " PARM-CARD(1:40)
003550     SET WS-FATAL-ERROR TO TRUE.
003560 1370-EXIT.
003570     EXIT.
003580
003590* Read the whole journal once.  The named run's changes are
003600* loaded into the table; every change journaled after the run
003610* started, by any other run, marks the table entries for the
003620* same words refused.  A run that is not on the journal, or
003630* too big for the table, stops the backout before anything
003640* is changed.
003650 1500-LOAD-JOURNAL.
003660     OPEN INPUT DELTA-JRNL
003670     IF WS-JRNL-STATUS NOT = "00"
003680         DISPLAY "ANAGBOUT: ANAGJRNL OPEN FAILED, STATUS "
003690             WS-JRNL-STATUS
003700         MOVE "** JOURNAL OPEN FAILED - NOTHING BACKED OUT **"
003710          TO BRPT-LINE
003720         WRITE BRPT-LINE
003730         SET WS-FILE-ERROR TO TRUE
003740     ELSE
003741         SET WS-JRNL-OPEN TO TRUE
003750         PERFORM 8000-READ-JOURNAL THRU 8000-EXIT
003760         PERFORM 1550-LOAD-ONE-RECORD THRU 1550-EXIT
003770             UNTIL WS-JRNL-END-OF-FILE OR WS-FILE-ERROR
003780         CLOSE DELTA-JRNL
003781         MOVE "N" TO WS-JRNL-OPEN-SWITCH
003790         IF NOT WS-FILE-ERROR AND WS-BO-COUNT = 0
003800             DISPLAY "ANAGBOUT: RUN " WS-TARGET-RUN-ID
003810                 " NOT ON THE JOURNAL"
003820             MOVE "** RUN NOT ON JOURNAL - NOTHING BACKED OUT **"
003830              TO BRPT-LINE
003840             WRITE BRPT-LINE
003850             SET WS-FILE-ERROR TO TRUE
003860         END-IF
003870     END-IF.
003880 1500-EXIT.
003890     EXIT.
003900
003910 1550-LOAD-ONE-RECORD.
003920     IF JR-RUN-ID = WS-TARGET-RUN-ID
003930      AND JR-PROGRAM = "ANAGDELT"
003940         SET WS-RUN-SEEN TO TRUE
003950         IF WS-BO-COUNT NOT < WS-BO-MAX
003960             DISPLAY "ANAGBOUT: RUN " WS-TARGET-RUN-ID
003970                 " HAS MORE THAN " WS-BO-MAX " CHANGES"
003980             MOVE "** RUN TOO LARGE - NOTHING BACKED OUT **"
003990              TO BRPT-LINE
004000             WRITE BRPT-LINE
004010             SET WS-FILE-ERROR TO TRUE
004020         ELSE
004030             ADD 1 TO WS-BO-COUNT
004040             MOVE JR-CHANGE-NUM
004050              TO WS-BO-CHANGE-NUM(WS-BO-COUNT)
004060             MOVE JR-TRAN-NUM TO WS-BO-TRAN-NUM(WS-BO-COUNT)
004070             MOVE JR-ACTION TO WS-BO-ACTION(WS-BO-COUNT)
004080             MOVE JR-BEFORE-IMAGE
004090              TO WS-BO-BEFORE-IMAGE(WS-BO-COUNT)
004100             MOVE JR-AFTER-IMAGE
004110              TO WS-BO-AFTER-IMAGE(WS-BO-COUNT)
004120             MOVE "N" TO WS-BO-REFUSED-SWITCH(WS-BO-COUNT)
004130             MOVE SPACES TO WS-BO-REASON(WS-BO-COUNT)
004140         END-IF
004150     ELSE
004160         IF WS-RUN-SEEN
004170             PERFORM 1600-NOTE-LATER-CHANGE THRU 1600-EXIT
004180         END-IF
004190     END-IF
004200     PERFORM 8000-READ-JOURNAL THRU 8000-EXIT.
004210 1550-EXIT.
004220     EXIT.
004230
004240* A change journaled after the named run: every change of the
004250* run that touched the same word is refused.  A later ANAGBOUT
004260* record means the word has already been backed out once.
004270 1600-NOTE-LATER-CHANGE.
004280     MOVE SPACES TO WS-CMP-KEY-A
004290     MOVE SPACES TO WS-CMP-KEY-B
004300     IF JB-WORD NOT = SPACES
004310         MOVE JR-BEFORE-IMAGE(1:42) TO WS-CMP-KEY-A
004320     END-IF
004330     IF JA-WORD NOT = SPACES
004340         MOVE JR-AFTER-IMAGE(1:42) TO WS-CMP-KEY-B
004350     END-IF
004360     MOVE SPACES TO WS-CMP-REASON
004370     IF JR-PROGRAM = "ANAGBOUT"
004380         STRING "ALREADY BACKED OUT BY RUN " JR-RUN-ID
004390             DELIMITED BY SIZE INTO WS-CMP-REASON
004400         END-STRING
004410     ELSE
004420         STRING "CHANGED AGAIN BY RUN " JR-RUN-ID
004430             DELIMITED BY SIZE INTO WS-CMP-REASON
004440         END-STRING
004450     END-IF
004460     PERFORM VARYING WS-BO-SCAN FROM 1 BY 1
004470      UNTIL WS-BO-SCAN > WS-BO-COUNT
004480         IF NOT WS-BO-REFUSED(WS-BO-SCAN)
004490             PERFORM 1650-CHECK-ENTRY-KEYS THRU 1650-EXIT
004500             IF WS-KEY-SHARED
004510                 MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-SCAN)
004520                 MOVE WS-CMP-REASON TO WS-BO-REASON(WS-BO-SCAN)
004530             END-IF
004540         END-IF
004550     END-PERFORM.
004560 1600-EXIT.
004570     EXIT.
004580
004590* Does table entry WS-BO-SCAN touch either of the words in
004600* WS-CMP-KEY-A / WS-CMP-KEY-B?  Blank keys never match.
004610 1650-CHECK-ENTRY-KEYS.
004620     MOVE "N" TO WS-KEY-SHARED-SWITCH
004630     IF WS-BO-BEFORE-KEY(WS-BO-SCAN) NOT = SPACES
004640         IF WS-BO-BEFORE-KEY(WS-BO-SCAN) = WS-CMP-KEY-A
004650          OR WS-BO-BEFORE-KEY(WS-BO-SCAN) = WS-CMP-KEY-B
004660             MOVE "Y" TO WS-KEY-SHARED-SWITCH
004670         END-IF
004680     END-IF
004690     IF WS-BO-AFTER-KEY(WS-BO-SCAN) NOT = SPACES
004700         IF WS-BO-AFTER-KEY(WS-BO-SCAN) = WS-CMP-KEY-A
004710          OR WS-BO-AFTER-KEY(WS-BO-SCAN) = WS-CMP-KEY-B
004720             MOVE "Y" TO WS-KEY-SHARED-SWITCH
004730         END-IF
004740     END-IF.
004750 1650-EXIT.
004760     EXIT.
004770
004780* Open the dictionary for update and the journal for append.
004790* Either failing stops the backout before any change is made.
004800 1800-OPEN-FOR-UPDATE.
004810     OPEN I-O ANAGRAM-DICT
004820     IF WS-DICT-STATUS NOT = "00"
004830         DISPLAY "ANAGBOUT: ANAGRAM-DICT OPEN FAILED, STATUS "
004840             WS-DICT-STATUS
004850         MOVE "** DICTIONARY OPEN FAILED - NOTHING BACKED OUT **"
004860          TO BRPT-LINE
004870         WRITE BRPT-LINE
004880         SET WS-FILE-ERROR TO TRUE
004890     ELSE
004891         SET WS-DICT-OPEN TO TRUE
004900         OPEN EXTEND DELTA-JRNL
004910         IF WS-JRNL-STATUS NOT = "00"
004920             DISPLAY "ANAGBOUT: ANAGJRNL OPEN FAILED, STATUS "
004930                 WS-JRNL-STATUS
004940             MOVE "** JOURNAL OPEN FAILED - NOTHING BACKED OUT **"
004950              TO BRPT-LINE
004960             WRITE BRPT-LINE
004970             SET WS-FILE-ERROR TO TRUE
004980         ELSE
004981             SET WS-JRNL-OPEN TO TRUE
004990             DISPLAY "ANAGBOUT: BACKING OUT RUN "
005000                 WS-TARGET-RUN-ID ", JOURNAL RUN ID " WS-RUN-ID
005010         END-IF
005020     END-IF.
005030 1800-EXIT.
005040     EXIT.
005050
005060* Reverse one change of the named run, newest first.  A change
005070* refused here or while the journal was read is listed with
005080* its reason, and every older change of the run touching the
005090* same words is refused with it - they cannot be reversed
005100* past a change that is staying.
005110 2000-BACK-OUT-ONE-CHANGE.
005120     MOVE SPACES TO WS-RESULT
005130     IF NOT WS-BO-REFUSED(WS-BO-INDEX)
005140         EVALUATE WS-BO-ACTION(WS-BO-INDEX)
005150             WHEN "A"
005160                 PERFORM 2100-UNDO-ADD THRU 2100-EXIT
005170             WHEN "D"
005180                 PERFORM 2200-UNDO-DELETE THRU 2200-EXIT
005190             WHEN "R"
005200                 PERFORM 2300-UNDO-REPLACE THRU 2300-EXIT
005210             WHEN OTHER
005220                 MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
005230                 MOVE "JOURNAL ACTION NOT A, D, OR R"
005240                  TO WS-BO-REASON(WS-BO-INDEX)
005250         END-EVALUATE
005260     END-IF
005270     IF WS-BO-REFUSED(WS-BO-INDEX)
005280         ADD 1 TO WS-CHANGES-REFUSED
005290         STRING "REFUSED - " WS-BO-REASON(WS-BO-INDEX)
005300             DELIMITED BY SIZE INTO WS-RESULT
005310         END-STRING
005320         PERFORM 2750-BLOCK-OLDER-CHANGES THRU 2750-EXIT
005330     ELSE
005340         ADD 1 TO WS-CHANGES-BACKED-OUT
005350         MOVE "BACKED OUT" TO WS-RESULT
005360     END-IF
005370     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
005380 2000-EXIT.
005390     EXIT.
005400
005410* An add is reversed by deleting the word again.  Any usage it
005420* has picked up since goes with it.
005430 2100-UNDO-ADD.
005440     MOVE WS-BO-AFTER-KEY(WS-BO-INDEX) TO DICT-PRIME-KEY
005450     READ ANAGRAM-DICT
005460         INVALID KEY
005470             MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
005480             MOVE "ADDED WORD NO LONGER IN DICTIONARY"
005490              TO WS-BO-REASON(WS-BO-INDEX)
005500     END-READ
005510     IF NOT WS-BO-REFUSED(WS-BO-INDEX)
005520         MOVE DICT-RECORD TO WS-CURRENT-IMAGE
005530         DELETE ANAGRAM-DICT RECORD
005540             INVALID KEY
005550                 MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
005560                 MOVE "ADDED WORD NO LONGER IN DICTIONARY"
005570                  TO WS-BO-REASON(WS-BO-INDEX)
005580         END-DELETE
005590         IF NOT WS-BO-REFUSED(WS-BO-INDEX)
005600             MOVE "D" TO WS-JRNL-ACTION
005610             MOVE WS-CURRENT-IMAGE TO WS-JRNL-BEFORE
005620             MOVE SPACES TO WS-JRNL-AFTER
005630             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
005640         END-IF
005650     END-IF.
005660 2100-EXIT.
005670     EXIT.
005680
005690* A delete is reversed by writing the before image back, usage
005700* counters and all.
005710 2200-UNDO-DELETE.
005720     MOVE WS-BO-BEFORE-IMAGE(WS-BO-INDEX) TO DICT-RECORD
005730     WRITE DICT-RECORD
005740         INVALID KEY
005750             MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
005760             MOVE "DELETED WORD ALREADY BACK IN DICTIONARY"
005770              TO WS-BO-REASON(WS-BO-INDEX)
005780     END-WRITE
005790     IF NOT WS-BO-REFUSED(WS-BO-INDEX)
005800         MOVE "A" TO WS-JRNL-ACTION
005810         MOVE SPACES TO WS-JRNL-BEFORE
005820         MOVE WS-BO-BEFORE-IMAGE(WS-BO-INDEX) TO WS-JRNL-AFTER
005830         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
005840     END-IF.
005850 2200-EXIT.
005860     EXIT.
005870
005880* A replace is reversed by taking the replacement word out and
005890* writing the old word's before image back.  The old word is
005900* checked for BEFORE the new one is deleted, so a reversal
005910* that cannot complete leaves the dictionary as it was.  A
005920* replace of a word by itself only reset its counters, so the
005930* before image is simply rewritten over it.
005940 2300-UNDO-REPLACE.
005950     MOVE WS-BO-AFTER-KEY(WS-BO-INDEX) TO DICT-PRIME-KEY
005960     READ ANAGRAM-DICT
005970         INVALID KEY
005980             MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
005990             MOVE "REPLACEMENT WORD NO LONGER IN DICTIONARY"
006000              TO WS-BO-REASON(WS-BO-INDEX)
006010     END-READ
006020     IF NOT WS-BO-REFUSED(WS-BO-INDEX)
006030         MOVE DICT-RECORD TO WS-CURRENT-IMAGE
006040         IF WS-BO-BEFORE-KEY(WS-BO-INDEX)
006050          = WS-BO-AFTER-KEY(WS-BO-INDEX)
006060             MOVE WS-BO-BEFORE-IMAGE(WS-BO-INDEX) TO DICT-RECORD
006070             REWRITE DICT-RECORD
006080                 INVALID KEY
006090                     MOVE "Y"
006100                      TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
006110                     MOVE "REPLACED WORD COULD NOT BE REWRITTEN"
006120                      TO WS-BO-REASON(WS-BO-INDEX)
006130             END-REWRITE
006140         ELSE
006150             PERFORM 2350-RESTORE-OLD-WORD THRU 2350-EXIT
006160         END-IF
006170     END-IF
006180     IF NOT WS-BO-REFUSED(WS-BO-INDEX)
006190         MOVE "R" TO WS-JRNL-ACTION
006200         MOVE WS-CURRENT-IMAGE TO WS-JRNL-BEFORE
006210         MOVE WS-BO-BEFORE-IMAGE(WS-BO-INDEX) TO WS-JRNL-AFTER
006220         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
006230     END-IF.
006240 2300-EXIT.
006250     EXIT.
006260
006270 2350-RESTORE-OLD-WORD.
006280     MOVE WS-BO-BEFORE-KEY(WS-BO-INDEX) TO DICT-PRIME-KEY
006290     READ ANAGRAM-DICT
006300         INVALID KEY CONTINUE
006310     END-READ
006320     IF WS-DICT-STATUS = "00"
006330         MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
006340         MOVE "OLD WORD ALREADY BACK IN DICTIONARY"
006350          TO WS-BO-REASON(WS-BO-INDEX)
006360     ELSE
006370         MOVE WS-BO-AFTER-KEY(WS-BO-INDEX) TO DICT-PRIME-KEY
006380         DELETE ANAGRAM-DICT RECORD
006390             INVALID KEY
006400                 MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
006410                 MOVE "REPLACEMENT WORD NO LONGER IN DICTIONARY"
006420                  TO WS-BO-REASON(WS-BO-INDEX)
006430         END-DELETE
006440         IF NOT WS-BO-REFUSED(WS-BO-INDEX)
006450             MOVE WS-BO-BEFORE-IMAGE(WS-BO-INDEX) TO DICT-RECORD
006460             WRITE DICT-RECORD
006470                 INVALID KEY
006480                     MOVE "Y"
006490                      TO WS-BO-REFUSED-SWITCH(WS-BO-INDEX)
006500                     MOVE "OLD WORD ALREADY BACK IN DICTIONARY"
006510                      TO WS-BO-REASON(WS-BO-INDEX)
006520             END-WRITE
006530         END-IF
006540     END-IF.
006550 2350-EXIT.
006560     EXIT.
006570
006580* Refuse every older change of the run that touched a word the
006590* refused change WS-BO-INDEX touched.
006600 2750-BLOCK-OLDER-CHANGES.
006610     MOVE WS-BO-BEFORE-KEY(WS-BO-INDEX) TO WS-CMP-KEY-A
006620     MOVE WS-BO-AFTER-KEY(WS-BO-INDEX) TO WS-CMP-KEY-B
006630     PERFORM VARYING WS-BO-SCAN FROM 1 BY 1
006640      UNTIL WS-BO-SCAN NOT < WS-BO-INDEX
006650         IF NOT WS-BO-REFUSED(WS-BO-SCAN)
006660             PERFORM 1650-CHECK-ENTRY-KEYS THRU 1650-EXIT
006670             IF WS-KEY-SHARED
006680                 MOVE "Y" TO WS-BO-REFUSED-SWITCH(WS-BO-SCAN)
006690                 MOVE "A LATER CHANGE IN THIS RUN WAS REFUSED"
006700                  TO WS-BO-REASON(WS-BO-SCAN)
006710             END-IF
006720         END-IF
006730     END-PERFORM.
006740 2750-EXIT.
006750     EXIT.
006760
006770* Journal one reversal under this run's own ID.  A journal
006780* write that fails stops the backout after this change - the
006790* change itself is already on the dictionary, so the log and
006800* the report say which one it was.
006810 2800-WRITE-JOURNAL.
006820     ADD 1 TO WS-CHANGES-JOURNALED
006830     MOVE SPACES TO JRNL-RECORD
006840     MOVE WS-RUN-ID TO JR-RUN-ID
006850     MOVE "ANAGBOUT" TO JR-PROGRAM
006860     MOVE WS-CHANGES-JOURNALED TO JR-CHANGE-NUM
006870     MOVE WS-BO-TRAN-NUM(WS-BO-INDEX) TO JR-TRAN-NUM
006880     MOVE WS-JRNL-ACTION TO JR-ACTION
006890     MOVE WS-JRNL-BEFORE TO JR-BEFORE-IMAGE
006900     MOVE WS-JRNL-AFTER TO JR-AFTER-IMAGE
006910     WRITE JRNL-RECORD
006920     IF WS-JRNL-STATUS NOT = "00"
006930         DISPLAY "ANAGBOUT: ANAGJRNL WRITE FAILED, STATUS "
006940             WS-JRNL-STATUS " AT CHANGE "
006950             WS-BO-CHANGE-NUM(WS-BO-INDEX)
006960         MOVE "** JOURNAL WRITE FAILED - BACKOUT STOPPED **"
006970          TO BRPT-LINE
006980         WRITE BRPT-LINE
006990         SET WS-JRNL-ERROR TO TRUE
007000     END-IF.
007010 2800-EXIT.
007020     EXIT.
007030
007040 2900-WRITE-DETAIL.
007050     MOVE WS-BO-CHANGE-NUM(WS-BO-INDEX) TO BR-CHANGE-NUM
007060     MOVE WS-BO-TRAN-NUM(WS-BO-INDEX) TO BR-TRAN-NUM
007070     MOVE WS-BO-ACTION(WS-BO-INDEX) TO BR-ACTION
007080     MOVE SPACES TO BR-NEW-WORD
007090     IF WS-BO-BEFORE-KEY(WS-BO-INDEX) = SPACES
007100         MOVE WS-BO-AFTER-KEY(WS-BO-INDEX)(1:2) TO BR-EDITION
007110         MOVE WS-BO-AFTER-KEY(WS-BO-INDEX)(3:40) TO BR-WORD
007120     ELSE
007130         MOVE WS-BO-BEFORE-KEY(WS-BO-INDEX)(1:2) TO BR-EDITION
007140         MOVE WS-BO-BEFORE-KEY(WS-BO-INDEX)(3:40) TO BR-WORD
007150         IF WS-BO-ACTION(WS-BO-INDEX) = "R"
007160             MOVE WS-BO-AFTER-KEY(WS-BO-INDEX)(3:40)
007170              TO BR-NEW-WORD
007180         END-IF
007190     END-IF
007200     MOVE WS-RESULT TO BR-RESULT
007210     MOVE WS-BRPT-DETAIL TO BRPT-LINE
007220     WRITE BRPT-LINE.
007230 2900-EXIT.
007240     EXIT.
007250
007260 3000-TERMINATE.
007270     IF NOT WS-FATAL-ERROR
007280         MOVE SPACES TO BRPT-LINE
007290         WRITE BRPT-LINE
007300         MOVE "JOURNAL RECORDS READ........" TO BT-LABEL
007310         MOVE WS-CHANGES-READ TO BT-VALUE
007320         MOVE WS-BRPT-TOTAL-LINE TO BRPT-LINE
007330         WRITE BRPT-LINE
007340         MOVE "CHANGES IN RUN.............." TO BT-LABEL
007350         MOVE WS-BO-COUNT TO BT-VALUE
007360         MOVE WS-BRPT-TOTAL-LINE TO BRPT-LINE
007370         WRITE BRPT-LINE
007380         MOVE "CHANGES BACKED OUT.........." TO BT-LABEL
007390         MOVE WS-CHANGES-BACKED-OUT TO BT-VALUE
007400         MOVE WS-BRPT-TOTAL-LINE TO BRPT-LINE
007410         WRITE BRPT-LINE
007420         MOVE "CHANGES REFUSED............." TO BT-LABEL
007430         MOVE WS-CHANGES-REFUSED TO BT-VALUE
007440         MOVE WS-BRPT-TOTAL-LINE TO BRPT-LINE
007450         WRITE BRPT-LINE
007451         IF WS-DICT-OPEN
007452             CLOSE ANAGRAM-DICT
007453         END-IF
007454         IF WS-JRNL-OPEN
007455             CLOSE DELTA-JRNL
007456         END-IF
007500         CLOSE BOUT-RPT
007510     END-IF
007520     DISPLAY "ANAGBOUT CHANGES BACKED OUT: "
007530         WS-CHANGES-BACKED-OUT ", REFUSED: " WS-CHANGES-REFUSED.
007540 3000-EXIT.
007550     EXIT.
007560
007570 8000-READ-JOURNAL.
007580     READ DELTA-JRNL
007590         AT END SET WS-JRNL-END-OF-FILE TO TRUE
007600         NOT AT END ADD 1 TO WS-CHANGES-READ
007610     END-READ
007611*    Any status but end of file is a read failure.  An I/O
007612*    error raises no AT END and would otherwise spin, and a
007613*    backout checked against part of the journal could undo a
007614*    word a later run changed again - so nothing is backed out
007615     IF WS-JRNL-STATUS NOT = "00" AND NOT WS-JRNL-END-OF-FILE
007616         DISPLAY "ANAGBOUT: ANAGJRNL READ FAILED, STATUS "
007617             WS-JRNL-STATUS
007618         MOVE "** JOURNAL READ FAILED - NOTHING BACKED OUT **"
007619          TO BRPT-LINE
007620         WRITE BRPT-LINE
007621         SET WS-FILE-ERROR TO TRUE
007622         SET WS-JRNL-END-OF-FILE TO TRUE
007623     END-IF.
007670 8000-EXIT.
007680     EXIT.
007690
007700 8400-READ-PARM-CARD.
007710     READ PARM-FILE
007720         AT END SET WS-PARM-END-OF-FILE TO TRUE
007730     END-READ.
007740 8400-EXIT.
007750     EXIT.
007760
007770* Tell the scheduler how the backout went: 0 when every change
007780* of the run was reversed, 4 when any was refused, 8 on a bad
007790* parm card, a run not on the journal, or a file error.
007800 9000-SET-RETURN-CODE.
007810     EVALUATE TRUE
007820         WHEN WS-FATAL-ERROR
007830             MOVE 8 TO RETURN-CODE
007840         WHEN WS-FILE-ERROR
007850             MOVE 8 TO RETURN-CODE
007860         WHEN WS-JRNL-ERROR
007870             MOVE 8 TO RETURN-CODE
007880         WHEN WS-CHANGES-REFUSED > 0
007890             MOVE 4 TO RETURN-CODE
007900         WHEN OTHER
007910             MOVE 0 TO RETURN-CODE
007920     END-EVALUATE.
007930 9000-EXIT.
007940     EXIT.
007950
007960 END PROGRAM ANAGBOUT.
