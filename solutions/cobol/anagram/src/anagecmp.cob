000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGECMP.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  CROSS-EDITION DICTIONARY COMPARISON.  THE
000220*                  EDITIONS SHARE ONE ANAGRAM-DICT BUT HAVE
000230*                  DRIFTED APART - A WORD ONE DESK ADDS NEVER
000240*                  REACHES ANOTHER EDITION UNLESS IT IS
000250*                  RE-KEYED.  THE SOURCE AND TARGET EDITIONS
000260*                  ARE NAMED ON ANAGEPRM.  ANAGECRP LISTS, IN
000270*                  WORD ORDER, EVERY WORD ON ONE OF THE TWO
000280*                  BUT NOT THE OTHER, THEN THE LIKELY SPELLING
000290*                  VARIANT PAIRS AMONG THOSE WORDS - A SOURCE
000300*                  WORD AND A TARGET WORD WHOSE DICT-SIG-KEY
000310*                  SIGNATURES DIFFER BY A SINGLE LETTER, ONE
000320*                  MORE OR LESS (COLOUR/COLOR) OR ONE CHANGED
000330*                  (ORGANISE/ORGANIZE).  EACH WORD THE DESK
000340*                  MARKS ON ANAGCARY TO CARRY OVER IS QUEUED
000350*                  AS AN ANAGTRAN ADD FOR THE TARGET EDITION
000360*                  ON ANAGPEND, WHICH THE NIGHTLY ANAGDELT STEP
000370*                  PICKS UP.  ENDS WITH RETURN-CODE 8 ON A BAD
000380*                  PARM CARD OR A FILE ERROR, 4 WHEN A MARK WAS
000390*                  REFUSED OR THE VARIANT SEARCH RAN OUT OF
000400*                  ROOM.
000410*--------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460*    The dictionary is declared twice so the two editions can
000470*    be read side by side, each with its own position
000480     SELECT SRC-DICT ASSIGN TO ANAGDICT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SD-PRIME-KEY
000520         ALTERNATE RECORD KEY IS SD-SIG-KEY
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-SRC-STATUS.
000550
000560     SELECT TGT-DICT ASSIGN TO ANAGDICT
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS TD-PRIME-KEY
000600         ALTERNATE RECORD KEY IS TD-SIG-KEY
000610             WITH DUPLICATES
000620         FILE STATUS IS WS-TGT-STATUS.
000630
000640     SELECT CARRY-FILE ASSIGN TO ANAGCARY
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CARRY-STATUS.
000670
000680     SELECT PEND-FILE ASSIGN TO ANAGPEND
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PEND-STATUS.
000710
000720     SELECT PARM-FILE ASSIGN TO ANAGEPRM
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-PARM-STATUS.
000750
000760     SELECT ECMP-RPT ASSIGN TO ANAGECRP
000770         ORGANIZATION IS LINE SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  SRC-DICT.
000820 01  SD-RECORD.
000830     05 SD-PRIME-KEY.
000840        10 SD-EDITION           PIC X(02).
000850        10 SD-WORD              PIC X(40).
000860     05 SD-SIG-KEY.
000870        10 SD-SIG-EDITION       PIC X(02).
000880        10 SD-SIGNATURE         PIC X(52).
000890     05 SD-FULL-MATCHES         PIC 9(06).
000900     05 SD-SUBSET-MATCHES       PIC 9(06).
000910     05 SD-LAST-MATCH-DATE      PIC 9(08).
000920
000930 FD  TGT-DICT.
000940 01  TD-RECORD.
000950     05 TD-PRIME-KEY.
000960        10 TD-EDITION           PIC X(02).
000970        10 TD-WORD              PIC X(40).
000980     05 TD-SIG-KEY.
000990        10 TD-SIG-EDITION       PIC X(02).
001000        10 TD-SIGNATURE         PIC X(52).
001010     05 TD-FULL-MATCHES         PIC 9(06).
001020     05 TD-SUBSET-MATCHES       PIC 9(06).
001030     05 TD-LAST-MATCH-DATE      PIC 9(08).
001040
001050*--------------------------------------------------------------
001060* CARRY-OVER MARKS.  ONE SOURCE-EDITION WORD PER LINE IN
001070* COLUMNS 1-40, IN ANY CASE; * IN COLUMN 1 FOR A COMMENT.
001080*--------------------------------------------------------------
001090 FD  CARRY-FILE.
001100 01  CARRY-LINE.
001110     05 CM-WORD                 PIC X(40).
001120     05 FILLER                  PIC X(40).
001130
001140*--------------------------------------------------------------
001150* PENDING CORRECTION TRANSACTIONS, IN EXACTLY THE ANAGTRAN
001160* LAYOUT ANAGDELT READS - THE SAME QUEUE ANAGINQ FEEDS.
001170*--------------------------------------------------------------
001180 FD  PEND-FILE.
001190 01  PEND-TRAN.
001200     05 TR-ACTION               PIC X(01).
001210        88 TR-ACTION-ADD        VALUE "A" "a".
001220     05 FILLER                  PIC X(01).
001230     05 TR-EDITION              PIC X(02).
001240     05 FILLER                  PIC X(01).
001250     05 TR-WORD                 PIC X(40).
001260     05 FILLER                  PIC X(01).
001270     05 TR-NEW-WORD             PIC X(40).
001280
001290 FD  PARM-FILE.
001300 01  PARM-CARD                  PIC X(80).
001310
001320 FD  ECMP-RPT.
001330 01  ERPT-LINE                  PIC X(132).
001340
001350 WORKING-STORAGE SECTION.
001360*--------------------------------------------------------------
001370* SWITCHES
001380*--------------------------------------------------------------
001390 77  WS-SRC-STATUS              PIC X(02) VALUE "00".
001400 77  WS-TGT-STATUS              PIC X(02) VALUE "00".
001410 77  WS-CARRY-STATUS            PIC X(02) VALUE "00".
001420 77  WS-PEND-STATUS             PIC X(02) VALUE "00".
001430 77  WS-PARM-STATUS             PIC X(02) VALUE "00".
001440 77  WS-SRC-EOF-SWITCH          PIC X(01) VALUE "N".
001450     88 WS-SRC-END-OF-EDITION   VALUE "Y".
001460 77  WS-TGT-EOF-SWITCH          PIC X(01) VALUE "N".
001470     88 WS-TGT-END-OF-EDITION   VALUE "Y".
001480 77  WS-CARRY-EOF-SWITCH        PIC X(01) VALUE "N".
001490     88 WS-CARRY-END-OF-FILE    VALUE "Y".
001500 77  WS-PEND-EOF-SWITCH         PIC X(01) VALUE "N".
001510     88 WS-PEND-END-OF-FILE     VALUE "Y".
001520 77  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
001530     88 WS-PARM-END-OF-FILE     VALUE "Y".
001540 77  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
001550     88 WS-FATAL-ERROR          VALUE "Y".
001560 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
001570     88 WS-FILE-ERROR           VALUE "Y".
001580 77  WS-DICT-OPEN-SWITCH        PIC X(01) VALUE "N".
001590     88 WS-DICT-OPEN            VALUE "Y".
001600 77  WS-VARIANT-FULL-SWITCH     PIC X(01) VALUE "N".
001610     88 WS-VARIANT-TABLE-FULL   VALUE "Y".
001620 77  WS-CARRIED-FULL-SWITCH     PIC X(01) VALUE "N".
001630     88 WS-CARRIED-TABLE-FULL   VALUE "Y".
001640
001650*--------------------------------------------------------------
001660* RUN CONTROL.  THE ANAGEPRM CARD FILE FOLLOWS THE ANAGPARM
001670* CONVENTIONS (KEYWORD=VALUE, ONE PER CARD, * IN COLUMN 1 FOR
001680* A COMMENT, A BAD CARD STOPS THE RUN WITH RETURN-CODE 8).
001690*   SOURCE=XX        THE EDITION WORDS ARE CARRIED FROM
001700*   TARGET=XX        THE EDITION WORDS ARE CARRIED TO
001710* BOTH ARE REQUIRED AND MUST DIFFER.  THE COMPARISON LISTS
001720* BOTH WAYS; TO CARRY THE OTHER WAY, SWAP THE TWO CARDS.
001730*--------------------------------------------------------------
001740 01  WS-SOURCE-EDITION          PIC X(02) VALUE SPACES.
001750 01  WS-TARGET-EDITION          PIC X(02) VALUE SPACES.
001760 01  WS-PARM-KEYWORD            PIC X(20).
001770 01  WS-PARM-VALUE              PIC X(10).
001780 01  WS-RUN-DATE                PIC 9(08).
001790
001800*--------------------------------------------------------------
001810* THE WORD EACH EDITION IS POSITIONED ON.  HIGH-VALUES ONCE
001820* THE EDITION IS USED UP, SO THE OTHER SIDE'S REMAINING WORDS
001830* ALL COMPARE LOW AND COME OUT AS ONE-EDITION-ONLY.
001840*--------------------------------------------------------------
001850 01  WS-SRC-WORD                PIC X(40).
001860 01  WS-TGT-WORD                PIC X(40).
001870
001880*--------------------------------------------------------------
001890* WORDS ON ONE EDITION ONLY, HELD WITH THEIR SIGNATURES FOR THE
001900* VARIANT SEARCH.  THE LISTING ITSELF IS PRINTED AS THE
001910* EDITIONS ARE READ AND IS ALWAYS COMPLETE; A WORD PAST THE
001920* TABLE'S END IS ONLY LEFT OUT OF THE VARIANT SEARCH.
001930*--------------------------------------------------------------
001940 01  WS-ONLY-MAX                PIC 9(05) VALUE 5000.
001950 01  WS-SO-COUNT                PIC 9(05) VALUE 0.
001960 01  WS-SO-TABLE.
001970     05 WS-SO-ENTRY OCCURS 5000 TIMES.
001980        10 WS-SO-WORD           PIC X(40).
001990        10 WS-SO-SIGNATURE      PIC X(52).
002000 01  WS-SO-INDEX                PIC 9(05).
002010 01  WS-TO-COUNT                PIC 9(05) VALUE 0.
002020 01  WS-TO-TABLE.
002030     05 WS-TO-ENTRY OCCURS 5000 TIMES.
002040        10 WS-TO-WORD           PIC X(40).
002050        10 WS-TO-SIGNATURE      PIC X(52).
002060 01  WS-TO-INDEX                PIC 9(05).
002070
002080*--------------------------------------------------------------
002090* VARIANT TEST.  THE TWO SIGNATURES ARE LAID OVER 26 LETTER
002100* COUNTS; DIFF IS THE TOTAL OF THE COUNT DIFFERENCES AND NET
002110* THE SOURCE WORD'S LETTERS LESS THE TARGET WORD'S.  DIFF 1 IS
002120* ONE LETTER MORE OR LESS; DIFF 2 WITH NET 0 IS ONE LETTER
002130* CHANGED FOR ANOTHER.
002140*--------------------------------------------------------------
002150 01  WS-SIG-A.
002160     05 WS-SIG-A-COUNT OCCURS 26 TIMES PIC 9(02).
002170 01  WS-SIG-B.
002180     05 WS-SIG-B-COUNT OCCURS 26 TIMES PIC 9(02).
002190 01  WS-LETTER-INDEX            PIC 9(02).
002200 01  WS-SIG-DIFF                PIC 9(03).
002210 01  WS-SIG-NET                 PIC S9(03).
002220 01  WS-MORE-LETTER             PIC X(01).
002230 01  WS-LESS-LETTER             PIC X(01).
002240 01  WS-UPPER-ALPHABET          PIC X(26) VALUE
002250     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002260 01  WS-VARIANT-TEXT            PIC X(40).
002270
002280*--------------------------------------------------------------
002290* WORDS ALREADY QUEUED AS ADDS FOR THE TARGET EDITION - THOSE
002300* ON ANAGPEND BEFORE THIS RUN AND THOSE QUEUED BY IT - SO A
002310* MARK LEFT ON ANAGCARY FROM AN EARLIER RUN IS NOT QUEUED
002320* TWICE.
002330*--------------------------------------------------------------
002340 01  WS-CARRIED-MAX             PIC 9(04) VALUE 2000.
002350 01  WS-CARRIED-COUNT           PIC 9(04) VALUE 0.
002360 01  WS-CARRIED-TABLE.
002370     05 WS-CARRIED-WORD OCCURS 2000 TIMES PIC X(40).
002380 01  WS-CARRIED-INDEX           PIC 9(04).
002390 01  WS-CARRIED-SLOT            PIC 9(04).
002400 01  WS-MARK-WORD               PIC X(40).
002410 01  WS-MARK-RESULT             PIC X(40).
002420
002430*--------------------------------------------------------------
002440* RUN COUNTS FOR THE REPORT TOTALS
002450*--------------------------------------------------------------
002460 01  WS-SOURCE-WORDS            PIC 9(07) VALUE 0.
002470 01  WS-TARGET-WORDS            PIC 9(07) VALUE 0.
002480 01  WS-BOTH-WORDS              PIC 9(07) VALUE 0.
002490 01  WS-SOURCE-ONLY             PIC 9(07) VALUE 0.
002500 01  WS-TARGET-ONLY             PIC 9(07) VALUE 0.
002510 01  WS-VARIANT-PAIRS           PIC 9(07) VALUE 0.
002520 01  WS-MARKS-READ              PIC 9(07) VALUE 0.
002530 01  WS-MARKS-QUEUED            PIC 9(07) VALUE 0.
002540 01  WS-MARKS-REFUSED           PIC 9(07) VALUE 0.
002550
002560*--------------------------------------------------------------
002570* REPORT LINE WORK AREAS
002580*--------------------------------------------------------------
002590 01  WS-ERPT-HEADING-1.
002600     05 FILLER                  PIC X(40)
002610         VALUE "CROSS-EDITION DICTIONARY COMPARISON".
002620 01  WS-ERPT-DATE-LINE.
002630     05 FILLER                  PIC X(10) VALUE "RUN DATE:".
002640     05 ED-RUN-DATE             PIC 9(08).
002650     05 FILLER                  PIC X(11) VALUE "   SOURCE: ".
002660     05 ED-SOURCE               PIC X(02).
002670     05 FILLER                  PIC X(11) VALUE "   TARGET: ".
002680     05 ED-TARGET               PIC X(02).
002690 01  WS-ERPT-NOTE-LINE.
002700     05 FILLER                  PIC X(02) VALUE SPACES.
002710     05 EN-NOTE                 PIC X(60).
002720 01  WS-ERPT-SECTION-LINE.
002730     05 ES-TITLE                PIC X(60).
002740 01  WS-ERPT-ONLY-HEADING.
002750     05 FILLER                  PIC X(42) VALUE "WORD".
002760     05 FILLER                  PIC X(10) VALUE "FOUND ON".
002770 01  WS-ERPT-ONLY-DETAIL.
002780     05 EO-WORD                 PIC X(40).
002790     05 FILLER                  PIC X(02) VALUE SPACES.
002800     05 EO-EDITION              PIC X(02).
002810     05 FILLER                  PIC X(05) VALUE " ONLY".
002820 01  WS-ERPT-PAIR-HEADING.
002830     05 EH-SOURCE-TITLE         PIC X(42).
002840     05 EH-TARGET-TITLE         PIC X(42).
002850     05 FILLER                  PIC X(10) VALUE "DIFFERENCE".
002860 01  WS-ERPT-PAIR-DETAIL.
002870     05 EP-SOURCE-WORD          PIC X(40).
002880     05 FILLER                  PIC X(02) VALUE SPACES.
002890     05 EP-TARGET-WORD          PIC X(40).
002900     05 FILLER                  PIC X(02) VALUE SPACES.
002910     05 EP-DIFFERENCE           PIC X(40).
002920 01  WS-ERPT-CARRY-HEADING.
002930     05 FILLER                  PIC X(42) VALUE "MARKED WORD".
002940     05 FILLER                  PIC X(06) VALUE "RESULT".
002950 01  WS-ERPT-CARRY-DETAIL.
002960     05 EC-WORD                 PIC X(40).
002970     05 FILLER                  PIC X(02) VALUE SPACES.
002980     05 EC-RESULT               PIC X(40).
002990 01  WS-ERPT-TOTAL-LINE.
003000     05 ET-LABEL                PIC X(28).
003010     05 ET-VALUE                PIC ZZZ,ZZ9.
003020
003030 PROCEDURE DIVISION.
003040
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003070     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
003080         PERFORM 2000-COMPARE-WORD THRU 2000-EXIT
003090             UNTIL WS-SRC-END-OF-EDITION
003100               AND WS-TGT-END-OF-EDITION
003110     END-IF
003120     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
003130         PERFORM 3000-FIND-VARIANTS THRU 3000-EXIT
003140         PERFORM 4000-CARRY-MARKED-WORDS THRU 4000-EXIT
003150     END-IF
003160     PERFORM 5000-TERMINATE THRU 5000-EXIT
003170     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
003180     STOP RUN.
003190
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
003230     IF NOT WS-FATAL-ERROR
003240         IF WS-SOURCE-EDITION = SPACES
003250          OR WS-TARGET-EDITION = SPACES
003260          OR WS-SOURCE-EDITION = WS-TARGET-EDITION
003270             DISPLAY "ANAGECMP: SOURCE AND TARGET CARDS MUST "
003280                 "NAME TWO DIFFERENT EDITIONS"
003290             SET WS-FATAL-ERROR TO TRUE
003300         END-IF
003310     END-IF
003320     IF NOT WS-FATAL-ERROR
003330         OPEN OUTPUT ECMP-RPT
003340         MOVE WS-ERPT-HEADING-1 TO ERPT-LINE
003350         WRITE ERPT-LINE
003360         MOVE WS-RUN-DATE TO ED-RUN-DATE
003370         MOVE WS-SOURCE-EDITION TO ED-SOURCE
003380         MOVE WS-TARGET-EDITION TO ED-TARGET
003390         MOVE WS-ERPT-DATE-LINE TO ERPT-LINE
003400         WRITE ERPT-LINE
003410         PERFORM 1500-OPEN-EDITIONS THRU 1500-EXIT
003420         IF NOT WS-FILE-ERROR
003430             MOVE SPACES TO ERPT-LINE
003440             WRITE ERPT-LINE
003450             MOVE "WORDS ON ONE EDITION ONLY" TO ES-TITLE
003460             MOVE WS-ERPT-SECTION-LINE TO ERPT-LINE
003470             WRITE ERPT-LINE
003480             MOVE WS-ERPT-ONLY-HEADING TO ERPT-LINE
003490             WRITE ERPT-LINE
003500         END-IF
003510     END-IF.
003520 1000-EXIT.
003530     EXIT.
003540
003550* Apply the run-control cards from ANAGEPRM.  There is no
003560* sensible default pair of editions, so a missing parm file
003570* leaves both blank and the run stops.
003580 1300-READ-PARM-CARDS.
003590     OPEN INPUT PARM-FILE
003600     IF WS-PARM-STATUS = "00"
003610         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
003620         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
003630             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
003640         CLOSE PARM-FILE
003650     END-IF.
003660 1300-EXIT.
003670     EXIT.
003680
003690 1350-APPLY-PARM-CARD.
003700     IF PARM-CARD = SPACES OR PARM-CARD(1:1) = "*"
003710         CONTINUE
003720     ELSE
003730         MOVE SPACES TO WS-PARM-KEYWORD
003740         MOVE SPACES TO WS-PARM-VALUE
003750         UNSTRING PARM-CARD DELIMITED BY "="
003760             INTO WS-PARM-KEYWORD WS-PARM-VALUE
003770         END-UNSTRING
003780         INSPECT WS-PARM-VALUE
003790          CONVERTING "abcdefghijklmnopqrstuvwxyz"
003800          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003810         IF WS-PARM-VALUE(1:2) = SPACES
003820          OR WS-PARM-VALUE(3:8) NOT = SPACES
003830             PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
003840         ELSE
003850             EVALUATE WS-PARM-KEYWORD
003860                 WHEN "SOURCE"
003870                     MOVE WS-PARM-VALUE(1:2) TO WS-SOURCE-EDITION
003880                 WHEN "TARGET"
003890                     MOVE WS-PARM-VALUE(1:2) TO WS-TARGET-EDITION
003900                 WHEN OTHER
003910                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
003920             END-EVALUATE
003930         END-IF
003940     END-IF
003950     IF NOT WS-FATAL-ERROR
003960         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
003970     END-IF.
003980 1350-EXIT.
003990     EXIT.
004000
004010 1370-BAD-PARM-CARD.
004020     DISPLAY "ANAGECMP: BAD PARM CARD: " PARM-CARD(1:40)
004030     SET WS-FATAL-ERROR TO TRUE.
004040 1370-EXIT.
004050     EXIT.
004060
004070* Open the dictionary once per edition and position each on
004080* its edition's first word.  An edition with no words at all
004090* is almost certainly a mistyped card, and comparing against
004100* it would list the whole of the other edition - so it stops
004110* the run.
004120 1500-OPEN-EDITIONS.
004130     OPEN INPUT SRC-DICT
004140     IF WS-SRC-STATUS NOT = "00"
004150         DISPLAY "ANAGECMP: ANAGRAM-DICT OPEN FAILED, STATUS "
004160             WS-SRC-STATUS
004170         MOVE "** DICTIONARY OPEN FAILED **"
004180          TO EN-NOTE
004190         MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
004200         WRITE ERPT-LINE
004210         SET WS-FILE-ERROR TO TRUE
004220     ELSE
004230         OPEN INPUT TGT-DICT
004240         IF WS-TGT-STATUS NOT = "00"
004250             DISPLAY "ANAGECMP: ANAGRAM-DICT OPEN FAILED, STATUS "
004260                 WS-TGT-STATUS
004270             MOVE "** DICTIONARY OPEN FAILED **"
004280              TO EN-NOTE
004290             MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
004300             WRITE ERPT-LINE
004310             CLOSE SRC-DICT
004320             SET WS-FILE-ERROR TO TRUE
004330         END-IF
004340     END-IF
004350     IF NOT WS-FILE-ERROR
004360         SET WS-DICT-OPEN TO TRUE
004370         MOVE WS-SOURCE-EDITION TO SD-EDITION
004380         MOVE SPACES TO SD-WORD
004390         START SRC-DICT KEY IS NOT LESS THAN SD-PRIME-KEY
004400             INVALID KEY SET WS-SRC-END-OF-EDITION TO TRUE
004410         END-START
004420         IF NOT WS-SRC-END-OF-EDITION
004430             PERFORM 8100-READ-SRC-NEXT THRU 8100-EXIT
004440         END-IF
004450         MOVE WS-TARGET-EDITION TO TD-EDITION
004460         MOVE SPACES TO TD-WORD
004470         START TGT-DICT KEY IS NOT LESS THAN TD-PRIME-KEY
004480             INVALID KEY SET WS-TGT-END-OF-EDITION TO TRUE
004490         END-START
004500         IF NOT WS-TGT-END-OF-EDITION
004510             PERFORM 8200-READ-TGT-NEXT THRU 8200-EXIT
004520         END-IF
004530         IF WS-SRC-END-OF-EDITION
004540             MOVE WS-SOURCE-EDITION TO SD-EDITION
004550             PERFORM 1550-NO-SUCH-EDITION THRU 1550-EXIT
004560         END-IF
004570         IF WS-TGT-END-OF-EDITION
004580             MOVE WS-TARGET-EDITION TO SD-EDITION
004590             PERFORM 1550-NO-SUCH-EDITION THRU 1550-EXIT
004600         END-IF
004610     END-IF.
004620 1500-EXIT.
004630     EXIT.
004640
004650 1550-NO-SUCH-EDITION.
004660     DISPLAY "ANAGECMP: EDITION " SD-EDITION
004670         " HAS NO WORDS ON ANAGRAM-DICT"
004680     MOVE SPACES TO EN-NOTE
004690     STRING "** EDITION " SD-EDITION
004700         " HAS NO WORDS - NOTHING COMPARED **"
004710         DELIMITED BY SIZE INTO EN-NOTE
004720     END-STRING
004730     MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
004740     WRITE ERPT-LINE
004750     SET WS-FILE-ERROR TO TRUE.
004760 1550-EXIT.
004770     EXIT.
004780
004790* One step of the match-merge of the two editions in word
004800* order.  A word on both moves both sides on; otherwise the
004810* lower word is on its own edition only and that side moves.
004820 2000-COMPARE-WORD.
004830     EVALUATE TRUE
004840         WHEN WS-SRC-WORD = WS-TGT-WORD
004850             ADD 1 TO WS-BOTH-WORDS
004860             PERFORM 8100-READ-SRC-NEXT THRU 8100-EXIT
004870             PERFORM 8200-READ-TGT-NEXT THRU 8200-EXIT
004880         WHEN WS-SRC-WORD < WS-TGT-WORD
004890             PERFORM 2100-NOTE-SOURCE-ONLY THRU 2100-EXIT
004900             PERFORM 8100-READ-SRC-NEXT THRU 8100-EXIT
004910         WHEN OTHER
004920             PERFORM 2200-NOTE-TARGET-ONLY THRU 2200-EXIT
004930             PERFORM 8200-READ-TGT-NEXT THRU 8200-EXIT
004940     END-EVALUATE.
004950 2000-EXIT.
004960     EXIT.
004970
004980 2100-NOTE-SOURCE-ONLY.
004990     ADD 1 TO WS-SOURCE-ONLY
005000     MOVE WS-SRC-WORD TO EO-WORD
005010     MOVE WS-SOURCE-EDITION TO EO-EDITION
005020     MOVE WS-ERPT-ONLY-DETAIL TO ERPT-LINE
005030     WRITE ERPT-LINE
005040     IF WS-SO-COUNT < WS-ONLY-MAX
005050         ADD 1 TO WS-SO-COUNT
005060         MOVE WS-SRC-WORD TO WS-SO-WORD(WS-SO-COUNT)
005070         MOVE SD-SIGNATURE TO WS-SO-SIGNATURE(WS-SO-COUNT)
005080     ELSE
005090         SET WS-VARIANT-TABLE-FULL TO TRUE
005100     END-IF.
005110 2100-EXIT.
005120     EXIT.
005130
005140 2200-NOTE-TARGET-ONLY.
005150     ADD 1 TO WS-TARGET-ONLY
005160     MOVE WS-TGT-WORD TO EO-WORD
005170     MOVE WS-TARGET-EDITION TO EO-EDITION
005180     MOVE WS-ERPT-ONLY-DETAIL TO ERPT-LINE
005190     WRITE ERPT-LINE
005200     IF WS-TO-COUNT < WS-ONLY-MAX
005210         ADD 1 TO WS-TO-COUNT
005220         MOVE WS-TGT-WORD TO WS-TO-WORD(WS-TO-COUNT)
005230         MOVE TD-SIGNATURE TO WS-TO-SIGNATURE(WS-TO-COUNT)
005240     ELSE
005250         SET WS-VARIANT-TABLE-FULL TO TRUE
005260     END-IF.
005270 2200-EXIT.
005280     EXIT.
005290
005300* Pair every source-only word with every target-only word and
005310* print the pairs whose signatures are a single letter apart.
005320* Words on both editions are already in step and are never
005330* paired.
005340 3000-FIND-VARIANTS.
005350     IF WS-SOURCE-ONLY = 0 AND WS-TARGET-ONLY = 0
005360         MOVE "THE TWO EDITIONS HOLD THE SAME WORDS" TO EN-NOTE
005370         MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
005380         WRITE ERPT-LINE
005390     END-IF
005400     MOVE SPACES TO ERPT-LINE
005410     WRITE ERPT-LINE
005420     MOVE "LIKELY SPELLING VARIANTS" TO ES-TITLE
005430     MOVE WS-ERPT-SECTION-LINE TO ERPT-LINE
005440     WRITE ERPT-LINE
005450     MOVE SPACES TO EH-SOURCE-TITLE
005460     STRING "WORD ON " WS-SOURCE-EDITION DELIMITED BY SIZE
005470         INTO EH-SOURCE-TITLE
005480     END-STRING
005490     MOVE SPACES TO EH-TARGET-TITLE
005500     STRING "WORD ON " WS-TARGET-EDITION DELIMITED BY SIZE
005510         INTO EH-TARGET-TITLE
005520     END-STRING
005530     MOVE WS-ERPT-PAIR-HEADING TO ERPT-LINE
005540     WRITE ERPT-LINE
005550     PERFORM 3100-PAIR-SOURCE-WORD THRU 3100-EXIT
005560         VARYING WS-SO-INDEX FROM 1 BY 1
005570         UNTIL WS-SO-INDEX > WS-SO-COUNT
005580     IF WS-VARIANT-PAIRS = 0
005590         MOVE "NO LIKELY VARIANTS FOUND" TO EN-NOTE
005600         MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
005610         WRITE ERPT-LINE
005620     END-IF
005630     IF WS-VARIANT-TABLE-FULL
005640         MOVE SPACES TO EN-NOTE
005650         STRING "** OVER " WS-ONLY-MAX
005660             " WORDS ON ONE SIDE - NOT ALL WORDS PAIRED **"
005670             DELIMITED BY SIZE INTO EN-NOTE
005680         END-STRING
005690         MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
005700         WRITE ERPT-LINE
005710     END-IF.
005720 3000-EXIT.
005730     EXIT.
005740
005750 3100-PAIR-SOURCE-WORD.
005760     MOVE WS-SO-SIGNATURE(WS-SO-INDEX) TO WS-SIG-A
005770     PERFORM 3200-TEST-PAIR THRU 3200-EXIT
005780         VARYING WS-TO-INDEX FROM 1 BY 1
005790         UNTIL WS-TO-INDEX > WS-TO-COUNT.
005800 3100-EXIT.
005810     EXIT.
005820
005830* Add up the letter-count differences, giving up as soon as
005840* the total passes 2 - nearly every pair does, within a
005850* letter or two.
005860 3200-TEST-PAIR.
005870     MOVE WS-TO-SIGNATURE(WS-TO-INDEX) TO WS-SIG-B
005880     MOVE 0 TO WS-SIG-DIFF
005890     MOVE 0 TO WS-SIG-NET
005900     MOVE SPACES TO WS-MORE-LETTER
005910     MOVE SPACES TO WS-LESS-LETTER
005920     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
005930      UNTIL WS-LETTER-INDEX > 26 OR WS-SIG-DIFF > 2
005940         IF WS-SIG-A-COUNT(WS-LETTER-INDEX)
005950          > WS-SIG-B-COUNT(WS-LETTER-INDEX)
005960             COMPUTE WS-SIG-DIFF = WS-SIG-DIFF
005970                 + WS-SIG-A-COUNT(WS-LETTER-INDEX)
005980                 - WS-SIG-B-COUNT(WS-LETTER-INDEX)
005990             COMPUTE WS-SIG-NET = WS-SIG-NET
006000                 + WS-SIG-A-COUNT(WS-LETTER-INDEX)
006010                 - WS-SIG-B-COUNT(WS-LETTER-INDEX)
006020             MOVE WS-UPPER-ALPHABET(WS-LETTER-INDEX:1)
006030              TO WS-MORE-LETTER
006040         END-IF
006050         IF WS-SIG-A-COUNT(WS-LETTER-INDEX)
006060          < WS-SIG-B-COUNT(WS-LETTER-INDEX)
006070             COMPUTE WS-SIG-DIFF = WS-SIG-DIFF
006080                 + WS-SIG-B-COUNT(WS-LETTER-INDEX)
006090                 - WS-SIG-A-COUNT(WS-LETTER-INDEX)
006100             COMPUTE WS-SIG-NET = WS-SIG-NET
006110                 - WS-SIG-B-COUNT(WS-LETTER-INDEX)
006120                 + WS-SIG-A-COUNT(WS-LETTER-INDEX)
006130             MOVE WS-UPPER-ALPHABET(WS-LETTER-INDEX:1)
006140              TO WS-LESS-LETTER
006150         END-IF
006160     END-PERFORM
006170     MOVE SPACES TO WS-VARIANT-TEXT
006180     EVALUATE TRUE
006190         WHEN WS-SIG-DIFF = 1 AND WS-SIG-NET = 1
006200             STRING "EXTRA " WS-MORE-LETTER " ON "
006210                 WS-SOURCE-EDITION DELIMITED BY SIZE
006220                 INTO WS-VARIANT-TEXT
006230             END-STRING
006240         WHEN WS-SIG-DIFF = 1
006250             STRING "EXTRA " WS-LESS-LETTER " ON "
006260                 WS-TARGET-EDITION DELIMITED BY SIZE
006270                 INTO WS-VARIANT-TEXT
006280             END-STRING
006290         WHEN WS-SIG-DIFF = 2 AND WS-SIG-NET = 0
006300             STRING WS-MORE-LETTER " ON " WS-SOURCE-EDITION
006310                 " FOR " WS-LESS-LETTER " ON "
006320                 WS-TARGET-EDITION DELIMITED BY SIZE
006330                 INTO WS-VARIANT-TEXT
006340             END-STRING
006350     END-EVALUATE
006360     IF WS-VARIANT-TEXT NOT = SPACES
006370         ADD 1 TO WS-VARIANT-PAIRS
006380         MOVE WS-SO-WORD(WS-SO-INDEX) TO EP-SOURCE-WORD
006390         MOVE WS-TO-WORD(WS-TO-INDEX) TO EP-TARGET-WORD
006400         MOVE WS-VARIANT-TEXT TO EP-DIFFERENCE
006410         MOVE WS-ERPT-PAIR-DETAIL TO ERPT-LINE
006420         WRITE ERPT-LINE
006430     END-IF.
006440 3200-EXIT.
006450     EXIT.
006460
006470* Queue an ANAGTRAN add for the target edition for each word
006480* marked on ANAGCARY.  A mark is refused, and listed with the
006490* reason, unless the word is on the source edition, is not yet
006500* on the target, and is not already waiting on ANAGPEND.  No
006510* marks file simply means nothing is carried this run.
006520 4000-CARRY-MARKED-WORDS.
006530     MOVE SPACES TO ERPT-LINE
006540     WRITE ERPT-LINE
006550     MOVE SPACES TO ES-TITLE
006560     STRING "CARRY-OVER FROM " WS-SOURCE-EDITION " TO "
006570         WS-TARGET-EDITION DELIMITED BY SIZE INTO ES-TITLE
006580     END-STRING
006590     MOVE WS-ERPT-SECTION-LINE TO ERPT-LINE
006600     WRITE ERPT-LINE
006610     OPEN INPUT CARRY-FILE
006620     IF WS-CARRY-STATUS NOT = "00"
006630         MOVE "NO CARRY-OVER MARKS ON ANAGCARY - NOTHING QUEUED"
006640          TO EN-NOTE
006650         MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
006660         WRITE ERPT-LINE
006670     ELSE
006680         PERFORM 4100-LOAD-PENDING-ADDS THRU 4100-EXIT
006690         IF NOT WS-FILE-ERROR
006700             OPEN EXTEND PEND-FILE
006710*            First transaction ever queued - create the file
006720*            empty and carry on
006730             IF WS-PEND-STATUS = "35"
006740                 OPEN OUTPUT PEND-FILE
006750             END-IF
006760             IF WS-PEND-STATUS NOT = "00"
006770                 DISPLAY "ANAGECMP: ANAGPEND OPEN FAILED, STATUS "
006780                     WS-PEND-STATUS
006790                 MOVE "** ANAGPEND OPEN FAILED **"
006800                  TO EN-NOTE
006810                 MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
006820                 WRITE ERPT-LINE
006830                 SET WS-FILE-ERROR TO TRUE
006840             ELSE
006850                 MOVE WS-ERPT-CARRY-HEADING TO ERPT-LINE
006860                 WRITE ERPT-LINE
006870                 PERFORM 8350-READ-CARRY-MARK THRU 8350-EXIT
006880                 PERFORM 4200-CARRY-ONE-MARK THRU 4200-EXIT
006890                     UNTIL WS-CARRY-END-OF-FILE
006900                        OR WS-FILE-ERROR
006910                 CLOSE PEND-FILE
006920             END-IF
006930         END-IF
006940         CLOSE CARRY-FILE
006950     END-IF.
006960 4000-EXIT.
006970     EXIT.
006980
006990* Note every add already queued for the target edition.  The
007000* file is read before it is opened to be added to, so nothing
007010* this run queues is read back.
007020 4100-LOAD-PENDING-ADDS.
007030     OPEN INPUT PEND-FILE
007040     IF WS-PEND-STATUS = "00"
007050         PERFORM 8300-READ-PENDING THRU 8300-EXIT
007060         PERFORM 4150-NOTE-PENDING-ADD THRU 4150-EXIT
007070             UNTIL WS-PEND-END-OF-FILE
007080         IF WS-PEND-STATUS NOT = "10"
007090             DISPLAY "ANAGECMP: ANAGPEND READ FAILED, STATUS "
007100                 WS-PEND-STATUS
007110             MOVE "** ANAGPEND READ FAILED - NOTHING QUEUED **"
007120              TO EN-NOTE
007130             MOVE WS-ERPT-NOTE-LINE TO ERPT-LINE
007140             WRITE ERPT-LINE
007150             SET WS-FILE-ERROR TO TRUE
007160         END-IF
007170         CLOSE PEND-FILE
007180     END-IF.
007190 4100-EXIT.
007200     EXIT.
007210
007220 4150-NOTE-PENDING-ADD.
007230     INSPECT TR-EDITION
007240      CONVERTING "abcdefghijklmnopqrstuvwxyz"
007250      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007260     IF TR-ACTION-ADD AND TR-EDITION = WS-TARGET-EDITION
007270         MOVE TR-WORD TO WS-MARK-WORD
007280         INSPECT WS-MARK-WORD
007290          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007300          TO "abcdefghijklmnopqrstuvwxyz"
007310         PERFORM 7000-FIND-CARRIED-WORD THRU 7000-EXIT
007320         IF WS-CARRIED-SLOT = 0
007330             PERFORM 7100-ADD-CARRIED-WORD THRU 7100-EXIT
007340         END-IF
007350     END-IF
007360     PERFORM 8300-READ-PENDING THRU 8300-EXIT.
007370 4150-EXIT.
007380     EXIT.
007390
007400* Words are keyed lowercased on ANAGRAM-DICT, the way ANAGLOAD
007410* and ANAGDELT key them, so the mark is lowercased to match.
007420 4200-CARRY-ONE-MARK.
007430     IF CARRY-LINE = SPACES OR CARRY-LINE(1:1) = "*"
007440         CONTINUE
007450     ELSE
007460         ADD 1 TO WS-MARKS-READ
007470         MOVE CM-WORD TO WS-MARK-WORD
007480         INSPECT WS-MARK-WORD
007490          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
007500          TO "abcdefghijklmnopqrstuvwxyz"
007510         MOVE SPACES TO WS-MARK-RESULT
007520         MOVE WS-SOURCE-EDITION TO SD-EDITION
007530         MOVE WS-MARK-WORD TO SD-WORD
007540         READ SRC-DICT
007550             KEY IS SD-PRIME-KEY
007560             INVALID KEY CONTINUE
007570         END-READ
007580         IF WS-SRC-STATUS NOT = "00"
007590             STRING "REFUSED - NOT ON " WS-SOURCE-EDITION
007600                 DELIMITED BY SIZE INTO WS-MARK-RESULT
007610             END-STRING
007620         ELSE
007630             MOVE WS-TARGET-EDITION TO TD-EDITION
007640             MOVE WS-MARK-WORD TO TD-WORD
007650             READ TGT-DICT
007660                 KEY IS TD-PRIME-KEY
007670                 INVALID KEY CONTINUE
007680             END-READ
007690             IF WS-TGT-STATUS = "00"
007700                 STRING "REFUSED - ALREADY ON " WS-TARGET-EDITION
007710                     DELIMITED BY SIZE INTO WS-MARK-RESULT
007720                 END-STRING
007730             ELSE
007740                 PERFORM 7000-FIND-CARRIED-WORD THRU 7000-EXIT
007750                 IF WS-CARRIED-SLOT > 0
007760                     MOVE "REFUSED - ALREADY QUEUED ON ANAGPEND"
007770                      TO WS-MARK-RESULT
007780                 END-IF
007790             END-IF
007800         END-IF
007810         IF WS-MARK-RESULT = SPACES
007820             PERFORM 4300-QUEUE-ADD THRU 4300-EXIT
007830         ELSE
007840             ADD 1 TO WS-MARKS-REFUSED
007850         END-IF
007860         MOVE WS-MARK-WORD TO EC-WORD
007870         MOVE WS-MARK-RESULT TO EC-RESULT
007880         MOVE WS-ERPT-CARRY-DETAIL TO ERPT-LINE
007890         WRITE ERPT-LINE
007900     END-IF
007910     PERFORM 8350-READ-CARRY-MARK THRU 8350-EXIT.
007920 4200-EXIT.
007930     EXIT.
007940
007950 4300-QUEUE-ADD.
007960     MOVE SPACES TO PEND-TRAN
007970     MOVE "A" TO TR-ACTION
007980     MOVE WS-TARGET-EDITION TO TR-EDITION
007990     MOVE WS-MARK-WORD TO TR-WORD
008000     WRITE PEND-TRAN
008010     IF WS-PEND-STATUS NOT = "00"
008020         DISPLAY "ANAGECMP: ANAGPEND WRITE FAILED, STATUS "
008030             WS-PEND-STATUS
008040         MOVE "** ANAGPEND WRITE FAILED **" TO WS-MARK-RESULT
008050         SET WS-FILE-ERROR TO TRUE
008060     ELSE
008070         ADD 1 TO WS-MARKS-QUEUED
008080         STRING "QUEUED AS AN ADD FOR " WS-TARGET-EDITION
008090             DELIMITED BY SIZE INTO WS-MARK-RESULT
008100         END-STRING
008110         PERFORM 7100-ADD-CARRIED-WORD THRU 7100-EXIT
008120     END-IF.
008130 4300-EXIT.
008140     EXIT.
008150
008160 5000-TERMINATE.
008170     IF NOT WS-FATAL-ERROR
008180         MOVE SPACES TO ERPT-LINE
008190         WRITE ERPT-LINE
008200         MOVE SPACES TO ET-LABEL
008210         STRING "WORDS ON " WS-SOURCE-EDITION
008220             "..................." DELIMITED BY SIZE
008230             INTO ET-LABEL
008240         END-STRING
008250         MOVE WS-SOURCE-WORDS TO ET-VALUE
008260         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008270         WRITE ERPT-LINE
008280         MOVE SPACES TO ET-LABEL
008290         STRING "WORDS ON " WS-TARGET-EDITION
008300             "..................." DELIMITED BY SIZE
008310             INTO ET-LABEL
008320         END-STRING
008330         MOVE WS-TARGET-WORDS TO ET-VALUE
008340         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008350         WRITE ERPT-LINE
008360         MOVE "WORDS ON BOTH..............." TO ET-LABEL
008370         MOVE WS-BOTH-WORDS TO ET-VALUE
008380         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008390         WRITE ERPT-LINE
008400         MOVE SPACES TO ET-LABEL
008410         STRING "WORDS ON " WS-SOURCE-EDITION
008420             " ONLY.............." DELIMITED BY SIZE
008430             INTO ET-LABEL
008440         END-STRING
008450         MOVE WS-SOURCE-ONLY TO ET-VALUE
008460         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008470         WRITE ERPT-LINE
008480         MOVE SPACES TO ET-LABEL
008490         STRING "WORDS ON " WS-TARGET-EDITION
008500             " ONLY.............." DELIMITED BY SIZE
008510             INTO ET-LABEL
008520         END-STRING
008530         MOVE WS-TARGET-ONLY TO ET-VALUE
008540         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008550         WRITE ERPT-LINE
008560         MOVE "LIKELY VARIANT PAIRS........" TO ET-LABEL
008570         MOVE WS-VARIANT-PAIRS TO ET-VALUE
008580         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008590         WRITE ERPT-LINE
008600         MOVE "CARRY-OVER MARKS READ......." TO ET-LABEL
008610         MOVE WS-MARKS-READ TO ET-VALUE
008620         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008630         WRITE ERPT-LINE
008640         MOVE "ADDS QUEUED ON ANAGPEND....." TO ET-LABEL
008650         MOVE WS-MARKS-QUEUED TO ET-VALUE
008660         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008670         WRITE ERPT-LINE
008680         MOVE "MARKS REFUSED..............." TO ET-LABEL
008690         MOVE WS-MARKS-REFUSED TO ET-VALUE
008700         MOVE WS-ERPT-TOTAL-LINE TO ERPT-LINE
008710         WRITE ERPT-LINE
008720         CLOSE ECMP-RPT
008730     END-IF
008740     IF WS-DICT-OPEN
008750         CLOSE SRC-DICT
008760         CLOSE TGT-DICT
008770     END-IF
008780     DISPLAY "ANAGECMP ADDS QUEUED: " WS-MARKS-QUEUED.
008790 5000-EXIT.
008800     EXIT.
008810
008820* Look WS-MARK-WORD up among the words already queued.
008830* WS-CARRIED-SLOT comes back zero when it is not there.
008840 7000-FIND-CARRIED-WORD.
008850     MOVE 0 TO WS-CARRIED-SLOT
008860     PERFORM VARYING WS-CARRIED-INDEX FROM 1 BY 1
008870      UNTIL WS-CARRIED-INDEX > WS-CARRIED-COUNT
008880         OR WS-CARRIED-SLOT > 0
008890         IF WS-CARRIED-WORD(WS-CARRIED-INDEX) = WS-MARK-WORD
008900             MOVE WS-CARRIED-INDEX TO WS-CARRIED-SLOT
008910         END-IF
008920     END-PERFORM.
008930 7000-EXIT.
008940     EXIT.
008950
008960* A full table only loses the duplicate check for the words
008970* past its end - ANAGDELT refuses a second add of the same
008980* word in any case.
008990 7100-ADD-CARRIED-WORD.
009000     IF WS-CARRIED-COUNT < WS-CARRIED-MAX
009010         ADD 1 TO WS-CARRIED-COUNT
009020         MOVE WS-MARK-WORD TO WS-CARRIED-WORD(WS-CARRIED-COUNT)
009030     ELSE
009040         SET WS-CARRIED-TABLE-FULL TO TRUE
009050     END-IF.
009060 7100-EXIT.
009070     EXIT.
009080
009090* Read the next source-edition word.  The end of the edition
009100* is the end as far as the comparison goes.  Any bad status
009110* ends the read loop - an I/O error raises no AT END and would
009120* otherwise spin - and is a file error.
009130 8100-READ-SRC-NEXT.
009140     READ SRC-DICT NEXT RECORD
009150         AT END SET WS-SRC-END-OF-EDITION TO TRUE
009160     END-READ
009170     IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "10"
009180         DISPLAY "ANAGECMP: ANAGRAM-DICT READ FAILED, STATUS "
009190             WS-SRC-STATUS
009200         SET WS-FILE-ERROR TO TRUE
009210         SET WS-SRC-END-OF-EDITION TO TRUE
009220     END-IF
009230     IF NOT WS-SRC-END-OF-EDITION
009240      AND SD-EDITION NOT = WS-SOURCE-EDITION
009250         SET WS-SRC-END-OF-EDITION TO TRUE
009260     END-IF
009270     IF WS-SRC-END-OF-EDITION
009280         MOVE HIGH-VALUES TO WS-SRC-WORD
009290     ELSE
009300         ADD 1 TO WS-SOURCE-WORDS
009310         MOVE SD-WORD TO WS-SRC-WORD
009320     END-IF.
009330 8100-EXIT.
009340     EXIT.
009350
009360 8200-READ-TGT-NEXT.
009370     READ TGT-DICT NEXT RECORD
009380         AT END SET WS-TGT-END-OF-EDITION TO TRUE
009390     END-READ
009400     IF WS-TGT-STATUS NOT = "00" AND WS-TGT-STATUS NOT = "10"
009410         DISPLAY "ANAGECMP: ANAGRAM-DICT READ FAILED, STATUS "
009420             WS-TGT-STATUS
009430         SET WS-FILE-ERROR TO TRUE
009440         SET WS-TGT-END-OF-EDITION TO TRUE
009450     END-IF
009460     IF NOT WS-TGT-END-OF-EDITION
009470      AND TD-EDITION NOT = WS-TARGET-EDITION
009480         SET WS-TGT-END-OF-EDITION TO TRUE
009490     END-IF
009500     IF WS-TGT-END-OF-EDITION
009510         MOVE HIGH-VALUES TO WS-TGT-WORD
009520     ELSE
009530         ADD 1 TO WS-TARGET-WORDS
009540         MOVE TD-WORD TO WS-TGT-WORD
009550     END-IF.
009560 8200-EXIT.
009570     EXIT.
009580
009590 8300-READ-PENDING.
009600     READ PEND-FILE
009610         AT END SET WS-PEND-END-OF-FILE TO TRUE
009620     END-READ
009630     IF WS-PEND-STATUS NOT = "00"
009640         SET WS-PEND-END-OF-FILE TO TRUE
009650     END-IF.
009660 8300-EXIT.
009670     EXIT.
009680
009690 8350-READ-CARRY-MARK.
009700     READ CARRY-FILE
009710         AT END SET WS-CARRY-END-OF-FILE TO TRUE
009720     END-READ
009730     IF WS-CARRY-STATUS NOT = "00"
009740         SET WS-CARRY-END-OF-FILE TO TRUE
009750     END-IF.
009760 8350-EXIT.
009770     EXIT.
009780
009790 8400-READ-PARM-CARD.
009800     READ PARM-FILE
009810         AT END SET WS-PARM-END-OF-FILE TO TRUE
009820     END-READ.
009830 8400-EXIT.
009840     EXIT.
009850
009860* Tell the scheduler how the comparison went: 0 clean, 4 when
009870* a carry-over mark was refused or the variant search ran out
009880* of room, 8 on a bad parm card or a file error.  Words on one
009890* edition only are what the report is for and do not raise
009900* the return code.
009910 9000-SET-RETURN-CODE.
009920     EVALUATE TRUE
009930         WHEN WS-FATAL-ERROR
009940             MOVE 8 TO RETURN-CODE
009950         WHEN WS-FILE-ERROR
009960             MOVE 8 TO RETURN-CODE
009970         WHEN WS-MARKS-REFUSED > 0
009980             MOVE 4 TO RETURN-CODE
009990         WHEN WS-VARIANT-TABLE-FULL
010000             MOVE 4 TO RETURN-CODE
010010         WHEN OTHER
010020             MOVE 0 TO RETURN-CODE
010030     END-EVALUATE.
010040 9000-EXIT.
010050     EXIT.
010060
010070 END PROGRAM ANAGECMP.
