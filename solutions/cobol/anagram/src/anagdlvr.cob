000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGDLVR.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  ANAGEXT DELIVERY CHECK.  RECONCILES THE
000220*                  PUBLISHING SYSTEM'S RECEIPT FILE (ANAGRCPT,
000230*                  ONE LINE PER EDITION IT LOADED) AGAINST THE
000240*                  HEADER AND PER-EDITION TRAILER RECORDS ON THE
000250*                  ANAGEXT WE SENT, AFTER FIRST RECOUNTING THE
000260*                  EXTRACT'S MATCH RECORDS TO PROVE THE TRAILERS
000270*                  THEMSELVES.  PRINTS A DELIVERY CERTIFICATE ON
000280*                  ANAGDCRT, EDITION BY EDITION, SENT AGAINST
000290*                  RECEIVED.  ENDS WITH RETURN-CODE 8 ON ANY
000300*                  MISMATCH OR AN UNREADABLE EXTRACT, AND 4 WHEN
000310*                  THE RECEIPT IS MISSING OR EMPTY, SO THE
000320*                  SCHEDULER HOLDS ANAGHLOD UNTIL THE DELIVERY
000330*                  IS CERTIFIED.
000340*--------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ANAGRAM-EXT ASSIGN TO ANAGEXT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-EXT-STATUS.
000420
000430     SELECT RECEIPT-FILE ASSIGN TO ANAGRCPT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RCPT-STATUS.
000460
000470     SELECT DLVR-RPT ASSIGN TO ANAGDCRT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520*--------------------------------------------------------------
000530* THE EXTRACT AS ANAGBAT (OR ANAGMRGE) WRITES IT.  THE RECORD
000540* TYPE (H HEADER, T TRAILER) SITS IN THE MATCH-TYPE BYTE;
000550* ANYTHING ELSE THERE IS A MATCH RECORD.
000560*--------------------------------------------------------------
000570 FD  ANAGRAM-EXT
000580     RECORDING MODE IS F.
000590 01  EXT-RECORD.
000600     05 EXT-EDITION             PIC X(02).
000610     05 EXT-SUBJECT-WORD        PIC X(40).
000620     05 EXT-MATCH-WORD          PIC X(40).
000630     05 EXT-MATCH-TYPE          PIC X(01).
000640        88 EXT-IS-HEADER        VALUE "H".
000650        88 EXT-IS-TRAILER       VALUE "T".
000660     05 EXT-RUN-DATE            PIC 9(08).
000670     05 EXT-CLUE-TEXT           PIC X(60).
000680     05 EXT-GRADE               PIC X(01).
000690 01  EXT-HEADER-RECORD.
000700     05 EXH-EDITION             PIC X(02).
000710     05 EXH-RUN-ID              PIC X(14).
000720     05 FILLER                  PIC X(66).
000730     05 EXH-RECORD-TYPE         PIC X(01).
000740     05 EXH-RUN-DATE            PIC 9(08).
000750     05 FILLER                  PIC X(61).
000760 01  EXT-TRAILER-RECORD.
000770     05 EXT-TRL-EDITION         PIC X(02).
000780     05 EXT-TRL-RECORD-COUNT    PIC 9(08).
000790     05 EXT-TRL-FULL-COUNT      PIC 9(08).
000800     05 EXT-TRL-SUBSET-COUNT    PIC 9(08).
000810     05 EXT-TRL-PAIR-COUNT      PIC 9(08).
000820     05 EXT-TRL-HASH-TOTAL      PIC 9(12).
000830     05 FILLER                  PIC X(36).
000840     05 EXT-TRL-RECORD-TYPE     PIC X(01).
000850     05 EXT-TRL-RUN-DATE        PIC 9(08).
000860     05 FILLER                  PIC X(61).
000870
000880*--------------------------------------------------------------
000890* PUBLISHER'S RECEIPT - ONE LINE PER EDITION LOADED, ECHOING
000900* THE RUN ID OFF OUR HEADER AND THE COUNTS IT LOADED, ONE
000910* BLANK BETWEEN FIELDS.
000920*--------------------------------------------------------------
000930 FD  RECEIPT-FILE.
000940 01  RCPT-RECORD.
000950     05 RC-RUN-ID               PIC X(14).
000960     05 FILLER                  PIC X(01).
000970     05 RC-EDITION              PIC X(02).
000980     05 FILLER                  PIC X(01).
000990     05 RC-RECORD-COUNT         PIC 9(08).
001000     05 FILLER                  PIC X(01).
001010     05 RC-FULL-COUNT           PIC 9(08).
001020     05 FILLER                  PIC X(01).
001030     05 RC-SUBSET-COUNT         PIC 9(08).
001040     05 FILLER                  PIC X(01).
001050     05 RC-PAIR-COUNT           PIC 9(08).
001060     05 FILLER                  PIC X(01).
001070     05 RC-HASH-TOTAL           PIC 9(12).
001080
001090 FD  DLVR-RPT.
001100 01  DCRT-LINE                  PIC X(110).
001110
001120 WORKING-STORAGE SECTION.
001130*--------------------------------------------------------------
001140* SWITCHES
001150*--------------------------------------------------------------
001160 77  WS-EXT-STATUS              PIC X(02) VALUE "00".
001170 77  WS-RCPT-STATUS             PIC X(02) VALUE "00".
001180 77  WS-EXT-EOF-SWITCH          PIC X(01) VALUE "N".
001190     88 WS-EXT-END-OF-FILE      VALUE "Y".
001200 77  WS-RCPT-EOF-SWITCH         PIC X(01) VALUE "N".
001210     88 WS-RCPT-END-OF-FILE     VALUE "Y".
001220 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
001230     88 WS-FILE-ERROR           VALUE "Y".
001240 77  WS-MISMATCH-SWITCH         PIC X(01) VALUE "N".
001250     88 WS-MISMATCH             VALUE "Y".
001260 77  WS-RCPT-MISSING-SWITCH     PIC X(01) VALUE "N".
001270     88 WS-RCPT-MISSING         VALUE "Y".
001280 77  WS-CERT-RESULT-SWITCH      PIC X(01) VALUE "D".
001290     88 WS-CERT-DELIVERED       VALUE "D".
001300     88 WS-CERT-WAITING         VALUE "W".
001310     88 WS-CERT-MISMATCH        VALUE "M".
001320
001330*--------------------------------------------------------------
001340* THE EXTRACT'S RUN ID AND DATE, OFF ITS HEADER RECORD
001350*--------------------------------------------------------------
001360 01  WS-EXT-RUN-ID              PIC X(14) VALUE SPACES.
001370 01  WS-EXT-RUN-DATE            PIC 9(08) VALUE 0.
001380 01  WS-RUN-DATE                PIC 9(08).
001390
001400*--------------------------------------------------------------
001410* ONE ENTRY PER EDITION SEEN ON EITHER SIDE - THE TRAILER AS
001420* SENT, THE MATCH RECORDS RECOUNTED OFF THE EXTRACT, AND THE
001430* RECEIPT LINE AS RETURNED.  THE HASH TOTAL IS THE SUM OF EVERY
001440* MATCH WORD LETTER'S ALPHABET POSITION (A=1 ... Z=26), AS
001450* ANAGBAT COMPUTES IT.
001460*--------------------------------------------------------------
001470 01  WS-DE-MAX                  PIC 9(02) VALUE 10.
001480 01  WS-DE-COUNT                PIC 9(02) VALUE 0.
001490 01  WS-DE-INDEX                PIC 9(02).
001500 01  WS-DE-SLOT                 PIC 9(02).
001510 01  WS-DE-LOOKUP               PIC X(02).
001520 01  WS-DE-TABLE.
001530     05 WS-DE-ENTRY OCCURS 10 TIMES.
001540        10 WS-DE-CODE           PIC X(02).
001550        10 WS-DE-TRL-SEEN       PIC 9(02).
001560        10 WS-DE-TRL-RECORDS    PIC 9(08).
001570        10 WS-DE-TRL-FULL       PIC 9(08).
001580        10 WS-DE-TRL-SUBSET     PIC 9(08).
001590        10 WS-DE-TRL-PAIRS      PIC 9(08).
001600        10 WS-DE-TRL-HASH       PIC 9(12).
001610        10 WS-DE-CNT-RECORDS    PIC 9(08).
001620        10 WS-DE-CNT-FULL       PIC 9(08).
001630        10 WS-DE-CNT-SUBSET     PIC 9(08).
001640        10 WS-DE-CNT-PAIRS      PIC 9(08).
001650        10 WS-DE-CNT-HASH       PIC 9(12).
001660        10 WS-DE-RCPT-LINES     PIC 9(02).
001670        10 WS-DE-RCPT-RECORDS   PIC 9(08).
001680        10 WS-DE-RCPT-FULL      PIC 9(08).
001690        10 WS-DE-RCPT-SUBSET    PIC 9(08).
001700        10 WS-DE-RCPT-PAIRS     PIC 9(08).
001710        10 WS-DE-RCPT-HASH      PIC 9(12).
001720 01  WS-ALPHABET                PIC X(26) VALUE
001730     "abcdefghijklmnopqrstuvwxyz".
001740 01  WS-HASH-WORD               PIC X(40).
001750 01  WS-HASH-INDEX              PIC 9(02).
001760 01  WS-HASH-LETTER-COUNT       PIC 9(02).
001770 01  WS-CERT-STATUS             PIC X(30).
001780
001790*--------------------------------------------------------------
001800* RUN COUNTS FOR THE CERTIFICATE TOTALS
001810*--------------------------------------------------------------
001820 01  WS-HEADERS-READ            PIC 9(06) VALUE 0.
001830 01  WS-TRAILERS-READ           PIC 9(06) VALUE 0.
001840 01  WS-MATCHES-READ            PIC 9(08) VALUE 0.
001850 01  WS-RCPT-LINES-READ         PIC 9(06) VALUE 0.
001860 01  WS-RCPT-LINES-IGNORED      PIC 9(06) VALUE 0.
001870 01  WS-EDITIONS-DELIVERED      PIC 9(06) VALUE 0.
001880 01  WS-EDITIONS-NOT-DELIVERED  PIC 9(06) VALUE 0.
001890
001900*--------------------------------------------------------------
001910* CERTIFICATE LINE WORK AREAS
001920*--------------------------------------------------------------
001930 01  WS-DCRT-HEADING-1.
001940     05 FILLER                  PIC X(28)
001950         VALUE "ANAGEXT DELIVERY CERTIFICATE".
001960 01  WS-DCRT-RUN-LINE.
001970     05 FILLER                  PIC X(08) VALUE "RUN ID:".
001980     05 DI-RUN-ID               PIC X(14).
001990     05 FILLER                  PIC X(04) VALUE SPACES.
002000     05 FILLER                  PIC X(10) VALUE "RUN DATE:".
002010     05 DI-RUN-DATE             PIC 9(08).
002020     05 FILLER                  PIC X(04) VALUE SPACES.
002030     05 FILLER                  PIC X(09) VALUE "CHECKED:".
002040     05 DI-CHECK-DATE           PIC 9(08).
002050 01  WS-DCRT-HEADING-2.
002060     05 FILLER                  PIC X(04) VALUE "ED".
002070     05 FILLER                  PIC X(10) VALUE "SOURCE".
002080     05 FILLER                  PIC X(11) VALUE "    RECORDS".
002090     05 FILLER                  PIC X(11) VALUE "       FULL".
002100     05 FILLER                  PIC X(11) VALUE "     SUBSET".
002110     05 FILLER                  PIC X(11) VALUE "      PAIRS".
002120     05 FILLER                  PIC X(14)
002130         VALUE "    HASH TOTAL".
002140     05 FILLER                  PIC X(02) VALUE SPACES.
002150     05 FILLER                  PIC X(06) VALUE "STATUS".
002160 01  WS-DCRT-DETAIL.
002170     05 DD-EDITION              PIC X(02).
002180     05 FILLER                  PIC X(02) VALUE SPACES.
002190     05 DD-SOURCE               PIC X(08).
002200     05 FILLER                  PIC X(02) VALUE SPACES.
002210     05 DD-RECORDS              PIC ZZ,ZZZ,ZZ9.
002220     05 FILLER                  PIC X(01) VALUE SPACES.
002230     05 DD-FULL                 PIC ZZ,ZZZ,ZZ9.
002240     05 FILLER                  PIC X(01) VALUE SPACES.
002250     05 DD-SUBSET               PIC ZZ,ZZZ,ZZ9.
002260     05 FILLER                  PIC X(01) VALUE SPACES.
002270     05 DD-PAIRS                PIC ZZ,ZZZ,ZZ9.
002280     05 FILLER                  PIC X(02) VALUE SPACES.
002290     05 DD-HASH                 PIC Z(11)9.
002300     05 FILLER                  PIC X(02) VALUE SPACES.
002310     05 DD-STATUS               PIC X(30).
002320 01  WS-DCRT-NOTE-LINE.
002330     05 FILLER                  PIC X(14)
002340         VALUE "RECEIPT LINE ".
002350     05 DN-LINE-NUM             PIC ZZZ,ZZ9.
002360     05 FILLER                  PIC X(11)
002370         VALUE " IGNORED - ".
002380     05 DN-REASON               PIC X(45).
002390 01  WS-DCRT-TOTAL-LINE.
002400     05 DT-LABEL                PIC X(28).
002410     05 DT-VALUE                PIC ZZZ,ZZ9.
002420
002430 PROCEDURE DIVISION.
002440
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002470     PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
002480     IF NOT WS-FILE-ERROR
002490         PERFORM 3000-LOAD-RECEIPT THRU 3000-EXIT
002500         PERFORM 4000-CERTIFY-EDITION THRU 4000-EXIT
002510             VARYING WS-DE-INDEX FROM 1 BY 1
002520             UNTIL WS-DE-INDEX > WS-DE-COUNT
002530     END-IF
002540     PERFORM 5000-TERMINATE THRU 5000-EXIT
002550     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
002560     STOP RUN.
002570
002580 1000-INITIALIZE.
002590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002600     OPEN OUTPUT DLVR-RPT
002610     MOVE WS-DCRT-HEADING-1 TO DCRT-LINE
002620     WRITE DCRT-LINE.
002630 1000-EXIT.
002640     EXIT.
002650
002660* Read the extract we sent end to end: the header gives the
002670* run ID the receipt must echo, each trailer is held as sent,
002680* and every match record is recounted by edition so a trailer
002690* that does not describe its own extract is caught before the
002700* receipt is looked at.
002710 2000-LOAD-EXTRACT.
002720     OPEN INPUT ANAGRAM-EXT
002730     IF WS-EXT-STATUS NOT = "00"
002740         DISPLAY "ANAGDLVR: ANAGEXT OPEN FAILED, STATUS "
002750             WS-EXT-STATUS
002760         MOVE "** EXTRACT OPEN FAILED - DELIVERY NOT CHECKED **"
002770          TO DCRT-LINE
002780         WRITE DCRT-LINE
002790         SET WS-FILE-ERROR TO TRUE
002800     ELSE
002810         PERFORM 8000-READ-EXTRACT THRU 8000-EXIT
002820         PERFORM 2100-TAKE-EXT-RECORD THRU 2100-EXIT
002830             UNTIL WS-EXT-END-OF-FILE
002840         CLOSE ANAGRAM-EXT
002850         MOVE WS-EXT-RUN-ID TO DI-RUN-ID
002860         MOVE WS-EXT-RUN-DATE TO DI-RUN-DATE
002870         MOVE WS-RUN-DATE TO DI-CHECK-DATE
002880         MOVE WS-DCRT-RUN-LINE TO DCRT-LINE
002890         WRITE DCRT-LINE
002900         MOVE WS-DCRT-HEADING-2 TO DCRT-LINE
002910         WRITE DCRT-LINE
002920         MOVE SPACES TO DCRT-LINE
002930         WRITE DCRT-LINE
002940         IF WS-HEADERS-READ = 0
002950             DISPLAY "ANAGDLVR: NO HEADER RECORD ON ANAGEXT"
002960             MOVE "** NO HEADER RECORD ON THE EXTRACT **"
002970              TO DCRT-LINE
002980             WRITE DCRT-LINE
002990             SET WS-MISMATCH TO TRUE
003000         END-IF
003010         IF WS-HEADERS-READ > 1
003020             DISPLAY "ANAGDLVR: " WS-HEADERS-READ
003030                 " HEADER RECORDS ON ANAGEXT"
003040             MOVE "** MORE THAN ONE HEADER ON THE EXTRACT **"
003050              TO DCRT-LINE
003060             WRITE DCRT-LINE
003070             SET WS-MISMATCH TO TRUE
003080         END-IF
003090     END-IF.
003100 2000-EXIT.
003110     EXIT.
003120
003130 2100-TAKE-EXT-RECORD.
003140     EVALUATE TRUE
003150         WHEN EXT-IS-HEADER
003160             ADD 1 TO WS-HEADERS-READ
003170             IF WS-HEADERS-READ = 1
003180                 MOVE EXH-RUN-ID TO WS-EXT-RUN-ID
003190                 MOVE EXH-RUN-DATE TO WS-EXT-RUN-DATE
003200             END-IF
003210         WHEN EXT-IS-TRAILER
003220             ADD 1 TO WS-TRAILERS-READ
003230             MOVE EXT-TRL-EDITION TO WS-DE-LOOKUP
003240             PERFORM 2150-FIND-EDITION THRU 2150-EXIT
003250             IF WS-DE-SLOT > 0
003260                 ADD 1 TO WS-DE-TRL-SEEN(WS-DE-SLOT)
003270                 MOVE EXT-TRL-RECORD-COUNT
003280                  TO WS-DE-TRL-RECORDS(WS-DE-SLOT)
003290                 MOVE EXT-TRL-FULL-COUNT
003300                  TO WS-DE-TRL-FULL(WS-DE-SLOT)
003310                 MOVE EXT-TRL-SUBSET-COUNT
003320                  TO WS-DE-TRL-SUBSET(WS-DE-SLOT)
003330                 MOVE EXT-TRL-PAIR-COUNT
003340                  TO WS-DE-TRL-PAIRS(WS-DE-SLOT)
003350                 MOVE EXT-TRL-HASH-TOTAL
003360                  TO WS-DE-TRL-HASH(WS-DE-SLOT)
003370             END-IF
003380         WHEN OTHER
003390             ADD 1 TO WS-MATCHES-READ
003400             MOVE EXT-EDITION TO WS-DE-LOOKUP
003410             PERFORM 2150-FIND-EDITION THRU 2150-EXIT
003420             IF WS-DE-SLOT > 0
003430                 PERFORM 2170-COUNT-MATCH-RECORD THRU 2170-EXIT
003440             END-IF
003450     END-EVALUATE
003460     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
003470 2100-EXIT.
003480     EXIT.
003490
003500* Find WS-DE-LOOKUP's slot in the edition table, adding it the
003510* first time either file shows it.  An eleventh edition cannot
003520* be certified, so it counts as a mismatch.
003530 2150-FIND-EDITION.
003540     MOVE 0 TO WS-DE-SLOT
003550     PERFORM VARYING WS-DE-INDEX FROM 1 BY 1
003560      UNTIL WS-DE-INDEX > WS-DE-COUNT
003570         OR WS-DE-SLOT > 0
003580         IF WS-DE-CODE(WS-DE-INDEX) = WS-DE-LOOKUP
003590             MOVE WS-DE-INDEX TO WS-DE-SLOT
003600         END-IF
003610     END-PERFORM
003620     IF WS-DE-SLOT = 0
003630         IF WS-DE-COUNT < WS-DE-MAX
003640             ADD 1 TO WS-DE-COUNT
003650             MOVE WS-DE-COUNT TO WS-DE-SLOT
003660             INITIALIZE WS-DE-ENTRY(WS-DE-SLOT)
003670             MOVE WS-DE-LOOKUP TO WS-DE-CODE(WS-DE-SLOT)
003680         ELSE
003690             DISPLAY "ANAGDLVR: TOO MANY EDITIONS, EDITION "
003700                 WS-DE-LOOKUP " NOT CERTIFIED"
003710             SET WS-MISMATCH TO TRUE
003720         END-IF
003730     END-IF.
003740 2150-EXIT.
003750     EXIT.
003760
003770* Recount one match record by type and into its edition's
003780* hash total.
003790 2170-COUNT-MATCH-RECORD.
003800     ADD 1 TO WS-DE-CNT-RECORDS(WS-DE-SLOT)
003810     EVALUATE EXT-MATCH-TYPE
003820         WHEN "F"
003830             ADD 1 TO WS-DE-CNT-FULL(WS-DE-SLOT)
003840         WHEN "S"
003850             ADD 1 TO WS-DE-CNT-SUBSET(WS-DE-SLOT)
003860         WHEN "P"
003870             ADD 1 TO WS-DE-CNT-PAIRS(WS-DE-SLOT)
003880     END-EVALUATE
003890     MOVE EXT-MATCH-WORD TO WS-HASH-WORD
003900     INSPECT WS-HASH-WORD
003910      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003920              TO "abcdefghijklmnopqrstuvwxyz"
003930     PERFORM VARYING WS-HASH-INDEX FROM 1 BY 1
003940      UNTIL WS-HASH-INDEX > 26
003950         MOVE 0 TO WS-HASH-LETTER-COUNT
003960         INSPECT WS-HASH-WORD TALLYING WS-HASH-LETTER-COUNT
003970          FOR ALL WS-ALPHABET(WS-HASH-INDEX:1)
003980         COMPUTE WS-DE-CNT-HASH(WS-DE-SLOT) =
003990             WS-DE-CNT-HASH(WS-DE-SLOT)
004000             + WS-HASH-LETTER-COUNT * WS-HASH-INDEX
004010     END-PERFORM.
004020 2170-EXIT.
004030     EXIT.
004040
004050* Read the publisher's receipt.  No receipt, or an empty one,
004060* means the publisher has not answered yet - every edition is
004070* left uncertified without counting as a mismatch.  A line for
004080* another run, or with counts that are not numbers, is listed
004090* and ignored, and holds the delivery.
004100 3000-LOAD-RECEIPT.
004110     OPEN INPUT RECEIPT-FILE
004120     IF WS-RCPT-STATUS NOT = "00"
004130         DISPLAY "ANAGDLVR: NO ANAGRCPT RECEIPT, STATUS "
004140             WS-RCPT-STATUS
004150         SET WS-RCPT-MISSING TO TRUE
004160     ELSE
004170         PERFORM 8100-READ-RECEIPT THRU 8100-EXIT
004180         PERFORM 3100-TAKE-RECEIPT-LINE THRU 3100-EXIT
004190             UNTIL WS-RCPT-END-OF-FILE
004200         CLOSE RECEIPT-FILE
004210         IF WS-RCPT-LINES-READ = 0
004220             DISPLAY "ANAGDLVR: ANAGRCPT RECEIPT IS EMPTY"
004230             SET WS-RCPT-MISSING TO TRUE
004240         END-IF
004250     END-IF
004260     IF WS-RCPT-MISSING
004270         MOVE "** NO RECEIPT FROM THE PUBLISHER **" TO DCRT-LINE
004280         WRITE DCRT-LINE
004290     END-IF.
004300 3000-EXIT.
004310     EXIT.
004320
004330 3100-TAKE-RECEIPT-LINE.
004340     IF RCPT-RECORD NOT = SPACES
004350         ADD 1 TO WS-RCPT-LINES-READ
004360         MOVE SPACES TO DN-REASON
004370         EVALUATE TRUE
004380             WHEN WS-EXT-RUN-ID NOT = SPACES
004390              AND RC-RUN-ID NOT = WS-EXT-RUN-ID
004400                 STRING "RUN ID " RC-RUN-ID
004410                     " IS NOT THIS EXTRACT'S"
004420                     DELIMITED BY SIZE INTO DN-REASON
004430                 END-STRING
004440             WHEN RC-RECORD-COUNT NOT NUMERIC
004450               OR RC-FULL-COUNT NOT NUMERIC
004460               OR RC-SUBSET-COUNT NOT NUMERIC
004470               OR RC-PAIR-COUNT NOT NUMERIC
004480               OR RC-HASH-TOTAL NOT NUMERIC
004490                 MOVE "COUNTS ARE NOT NUMERIC" TO DN-REASON
004500             WHEN OTHER
004510                 MOVE RC-EDITION TO WS-DE-LOOKUP
004520                 PERFORM 2150-FIND-EDITION THRU 2150-EXIT
004530                 IF WS-DE-SLOT > 0
004540                     ADD 1 TO WS-DE-RCPT-LINES(WS-DE-SLOT)
004550                     MOVE RC-RECORD-COUNT
004560                      TO WS-DE-RCPT-RECORDS(WS-DE-SLOT)
004570                     MOVE RC-FULL-COUNT
004580                      TO WS-DE-RCPT-FULL(WS-DE-SLOT)
004590                     MOVE RC-SUBSET-COUNT
004600                      TO WS-DE-RCPT-SUBSET(WS-DE-SLOT)
004610                     MOVE RC-PAIR-COUNT
004620                      TO WS-DE-RCPT-PAIRS(WS-DE-SLOT)
004630                     MOVE RC-HASH-TOTAL
004640                      TO WS-DE-RCPT-HASH(WS-DE-SLOT)
004650                 END-IF
004660         END-EVALUATE
004670         IF DN-REASON NOT = SPACES
004680             ADD 1 TO WS-RCPT-LINES-IGNORED
004690             MOVE WS-RCPT-LINES-READ TO DN-LINE-NUM
004700             MOVE WS-DCRT-NOTE-LINE TO DCRT-LINE
004710             WRITE DCRT-LINE
004720             SET WS-MISMATCH TO TRUE
004730         END-IF
004740     END-IF
004750     PERFORM 8100-READ-RECEIPT THRU 8100-EXIT.
004760 3100-EXIT.
004770     EXIT.
004780
004790* Certify one edition.  The trailer must have been sent once
004800* and agree with the recount; the receipt must then show one
004810* line with the trailer's counts and hash total exactly.
004820 4000-CERTIFY-EDITION.
004830     SET WS-CERT-MISMATCH TO TRUE
004840     EVALUATE TRUE
004850         WHEN WS-DE-TRL-SEEN(WS-DE-INDEX) = 0
004860          AND WS-DE-CNT-RECORDS(WS-DE-INDEX) = 0
004870             MOVE "NOT IN EXTRACT" TO WS-CERT-STATUS
004880         WHEN WS-DE-TRL-SEEN(WS-DE-INDEX) = 0
004890             MOVE "NO TRAILER IN EXTRACT" TO WS-CERT-STATUS
004900         WHEN WS-DE-TRL-SEEN(WS-DE-INDEX) > 1
004910             MOVE "DUPLICATE TRAILER IN EXTRACT"
004920              TO WS-CERT-STATUS
004930         WHEN WS-DE-TRL-RECORDS(WS-DE-INDEX)
004940              NOT = WS-DE-CNT-RECORDS(WS-DE-INDEX)
004950           OR WS-DE-TRL-FULL(WS-DE-INDEX)
004960              NOT = WS-DE-CNT-FULL(WS-DE-INDEX)
004970           OR WS-DE-TRL-SUBSET(WS-DE-INDEX)
004980              NOT = WS-DE-CNT-SUBSET(WS-DE-INDEX)
004990           OR WS-DE-TRL-PAIRS(WS-DE-INDEX)
005000              NOT = WS-DE-CNT-PAIRS(WS-DE-INDEX)
005010           OR WS-DE-TRL-HASH(WS-DE-INDEX)
005020              NOT = WS-DE-CNT-HASH(WS-DE-INDEX)
005030             MOVE "TRAILER DISAGREES WITH EXTRACT"
005040              TO WS-CERT-STATUS
005050         WHEN WS-RCPT-MISSING
005060             SET WS-CERT-WAITING TO TRUE
005070             MOVE "NO RECEIPT" TO WS-CERT-STATUS
005080         WHEN WS-DE-RCPT-LINES(WS-DE-INDEX) = 0
005090             MOVE "NOT ON RECEIPT" TO WS-CERT-STATUS
005100         WHEN WS-DE-RCPT-LINES(WS-DE-INDEX) > 1
005110             MOVE "DUPLICATE RECEIPT LINES" TO WS-CERT-STATUS
005120         WHEN WS-DE-RCPT-RECORDS(WS-DE-INDEX)
005130              NOT = WS-DE-TRL-RECORDS(WS-DE-INDEX)
005140           OR WS-DE-RCPT-FULL(WS-DE-INDEX)
005150              NOT = WS-DE-TRL-FULL(WS-DE-INDEX)
005160           OR WS-DE-RCPT-SUBSET(WS-DE-INDEX)
005170              NOT = WS-DE-TRL-SUBSET(WS-DE-INDEX)
005180           OR WS-DE-RCPT-PAIRS(WS-DE-INDEX)
005190              NOT = WS-DE-TRL-PAIRS(WS-DE-INDEX)
005200           OR WS-DE-RCPT-HASH(WS-DE-INDEX)
005210              NOT = WS-DE-TRL-HASH(WS-DE-INDEX)
005220             MOVE "RECEIPT COUNTS DIFFER" TO WS-CERT-STATUS
005230         WHEN OTHER
005240             SET WS-CERT-DELIVERED TO TRUE
005250             MOVE "DELIVERED" TO WS-CERT-STATUS
005260     END-EVALUATE
005270     IF WS-CERT-DELIVERED
005280         ADD 1 TO WS-EDITIONS-DELIVERED
005290     ELSE
005300         ADD 1 TO WS-EDITIONS-NOT-DELIVERED
005310     END-IF
005320     IF WS-CERT-MISMATCH
005330         SET WS-MISMATCH TO TRUE
005340     END-IF
005350     PERFORM 4100-WRITE-EDITION-LINES THRU 4100-EXIT.
005360 4000-EXIT.
005370     EXIT.
005380
005390* Two lines per edition - the trailer as sent, carrying the
005400* verdict, then the receipt as returned.
005410 4100-WRITE-EDITION-LINES.
005420     MOVE WS-DE-CODE(WS-DE-INDEX) TO DD-EDITION
005430     MOVE "SENT" TO DD-SOURCE
005440     MOVE WS-DE-TRL-RECORDS(WS-DE-INDEX) TO DD-RECORDS
005450     MOVE WS-DE-TRL-FULL(WS-DE-INDEX) TO DD-FULL
005460     MOVE WS-DE-TRL-SUBSET(WS-DE-INDEX) TO DD-SUBSET
005470     MOVE WS-DE-TRL-PAIRS(WS-DE-INDEX) TO DD-PAIRS
005480     MOVE WS-DE-TRL-HASH(WS-DE-INDEX) TO DD-HASH
005490     MOVE WS-CERT-STATUS TO DD-STATUS
005500     MOVE WS-DCRT-DETAIL TO DCRT-LINE
005510     WRITE DCRT-LINE
005520     MOVE SPACES TO DD-EDITION
005530     MOVE "RECEIVED" TO DD-SOURCE
005540     MOVE WS-DE-RCPT-RECORDS(WS-DE-INDEX) TO DD-RECORDS
005550     MOVE WS-DE-RCPT-FULL(WS-DE-INDEX) TO DD-FULL
005560     MOVE WS-DE-RCPT-SUBSET(WS-DE-INDEX) TO DD-SUBSET
005570     MOVE WS-DE-RCPT-PAIRS(WS-DE-INDEX) TO DD-PAIRS
005580     MOVE WS-DE-RCPT-HASH(WS-DE-INDEX) TO DD-HASH
005590     MOVE SPACES TO DD-STATUS
005600     MOVE WS-DCRT-DETAIL TO DCRT-LINE
005610     WRITE DCRT-LINE.
005620 4100-EXIT.
005630     EXIT.
005640
005650 5000-TERMINATE.
005660     MOVE SPACES TO DCRT-LINE
005670     WRITE DCRT-LINE
005680     MOVE "EXTRACT MATCH RECORDS......." TO DT-LABEL
005690     MOVE WS-MATCHES-READ TO DT-VALUE
005700     MOVE WS-DCRT-TOTAL-LINE TO DCRT-LINE
005710     WRITE DCRT-LINE
005720     MOVE "EXTRACT TRAILER RECORDS....." TO DT-LABEL
005730     MOVE WS-TRAILERS-READ TO DT-VALUE
005740     MOVE WS-DCRT-TOTAL-LINE TO DCRT-LINE
005750     WRITE DCRT-LINE
005760     MOVE "RECEIPT LINES READ.........." TO DT-LABEL
005770     MOVE WS-RCPT-LINES-READ TO DT-VALUE
005780     MOVE WS-DCRT-TOTAL-LINE TO DCRT-LINE
005790     WRITE DCRT-LINE
005800     MOVE "RECEIPT LINES IGNORED......." TO DT-LABEL
005810     MOVE WS-RCPT-LINES-IGNORED TO DT-VALUE
005820     MOVE WS-DCRT-TOTAL-LINE TO DCRT-LINE
005830     WRITE DCRT-LINE
005840     MOVE "EDITIONS DELIVERED.........." TO DT-LABEL
005850     MOVE WS-EDITIONS-DELIVERED TO DT-VALUE
005860     MOVE WS-DCRT-TOTAL-LINE TO DCRT-LINE
005870     WRITE DCRT-LINE
005880     MOVE "EDITIONS NOT DELIVERED......" TO DT-LABEL
005890     MOVE WS-EDITIONS-NOT-DELIVERED TO DT-VALUE
005900     MOVE WS-DCRT-TOTAL-LINE TO DCRT-LINE
005910     WRITE DCRT-LINE
005920     MOVE SPACES TO DCRT-LINE
005930     WRITE DCRT-LINE
005940     EVALUATE TRUE
005950         WHEN WS-FILE-ERROR
005960         WHEN WS-MISMATCH
005970             MOVE "** DELIVERY NOT CERTIFIED - MISMATCH **"
005980              TO DCRT-LINE
005990         WHEN WS-RCPT-MISSING
006000             MOVE "** DELIVERY NOT CERTIFIED - NO RECEIPT **"
006010              TO DCRT-LINE
006020         WHEN WS-DE-COUNT = 0
006030             MOVE "** DELIVERY NOT CERTIFIED - NO EDITIONS **"
006040              TO DCRT-LINE
006050         WHEN OTHER
006060             MOVE "DELIVERY CERTIFIED - EVERY EDITION RECEIVED"
006070              TO DCRT-LINE
006080     END-EVALUATE
006090     WRITE DCRT-LINE
006100     CLOSE DLVR-RPT
006110     DISPLAY "ANAGDLVR EDITIONS DELIVERED: "
006120         WS-EDITIONS-DELIVERED ", NOT DELIVERED: "
006130         WS-EDITIONS-NOT-DELIVERED.
006140 5000-EXIT.
006150     EXIT.
006160
006170 8000-READ-EXTRACT.
006180     READ ANAGRAM-EXT
006190         AT END SET WS-EXT-END-OF-FILE TO TRUE
006200     END-READ
006210*    Any bad status ends the read loop - an I/O error raises
006220*    no AT END and would otherwise spin
006230     IF WS-EXT-STATUS NOT = "00" AND NOT WS-EXT-END-OF-FILE
006240         DISPLAY "ANAGDLVR: ANAGEXT READ FAILED, STATUS "
006250             WS-EXT-STATUS
006260         SET WS-FILE-ERROR TO TRUE
006270         SET WS-EXT-END-OF-FILE TO TRUE
006280     END-IF.
006290 8000-EXIT.
006300     EXIT.
006310
006320 8100-READ-RECEIPT.
006330     READ RECEIPT-FILE
006340         AT END SET WS-RCPT-END-OF-FILE TO TRUE
006350     END-READ
006360     IF WS-RCPT-STATUS NOT = "00"
006370         SET WS-RCPT-END-OF-FILE TO TRUE
006380     END-IF.
006390 8100-EXIT.
006400     EXIT.
006410
006420* Tell the scheduler whether ANAGHLOD may run: 0 when every
006430* edition is certified delivered, 4 when the publisher's
006440* receipt has not arrived, 8 on any mismatch or an extract
006450* that could not be read.
006460 9000-SET-RETURN-CODE.
006470     EVALUATE TRUE
006480         WHEN WS-FILE-ERROR
006490             MOVE 8 TO RETURN-CODE
006500         WHEN WS-MISMATCH
006510             MOVE 8 TO RETURN-CODE
006520         WHEN WS-RCPT-MISSING
006530             MOVE 4 TO RETURN-CODE
006540         WHEN WS-DE-COUNT = 0
006550             MOVE 8 TO RETURN-CODE
006560         WHEN OTHER
006570             MOVE 0 TO RETURN-CODE
006580     END-EVALUATE.
006590 9000-EXIT.
006600     EXIT.
006610
006620 END PROGRAM ANAGDLVR.
