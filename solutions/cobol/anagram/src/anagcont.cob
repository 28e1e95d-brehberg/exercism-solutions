000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGCONT.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  READER CONTEST ENTRY JUDGING.  EACH ENTRY
000220*                  ON ANAGCENT (ENTRY ID, EDITION, PUBLICATION
000230*                  DATE, SUBJECT, SUBMITTED WORD) IS RULED
000240*                  VALID OR INVALID: THE SUBJECT MUST HAVE
000250*                  BEEN PUBLISHED IN THAT EDITION ON THAT DATE
000260*                  BY ANAGSKED (STATUS B, OR AN EXTRACTED OR
000270*                  RUN ENTRY WHOSE ANSWER ANAGHIST SHOWS IN
000280*                  PRINT THAT DAY), THE WORD MUST BE ON THE
000290*                  EDITION'S ANAGRAM-DICT, AND THE ANAGRAM
000300*                  ENGINE MUST FIND IT A SUBSET OF THE
000310*                  SUBJECT'S TILES, BLANK TILES INCLUDED.  A
000320*                  VALID ENTRY SCORES ANAGBAT'S TILE POINTS
000330*                  WITH THE EDITION'S OWN ANAGTILE VALUES, IS
000340*                  STAGED ON THE ANAGCWRK KEYED WORK FILE IN
000350*                  RANK ORDER, AND THE ANAGCWIN WINNERS REPORT
000360*                  LISTS THE TOP WINNERS PER SUBJECT WITH THE
000370*                  ENTRY STATISTICS.  EVERY INVALID ENTRY IS
000380*                  LISTED ON ANAGCINV WITH ITS REASON.  RUN
000390*                  CONTROL IS ON THE ANAGCPRM PARM FILE
000400*                  (ANAGPARM CONVENTIONS).  ENDS WITH
000410*                  RETURN-CODE 4 WHEN NO ENTRY WAS VALID, 8 ON
000420*                  A BAD PARM CARD OR A FILE ERROR.
000430*--------------------------------------------------------------
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ENTRY-IN ASSIGN TO ANAGCENT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ENTRY-STATUS.
000510
000520     SELECT SKED-FILE ASSIGN TO ANAGSKED
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SKED-PRIME-KEY
000560         FILE STATUS IS WS-SKED-STATUS.
000570
000580     SELECT ANAGRAM-DICT ASSIGN TO ANAGDICT
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS DICT-PRIME-KEY
000620         ALTERNATE RECORD KEY IS DICT-SIG-KEY
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-DICT-STATUS.
000650
000660     SELECT HIST-FILE ASSIGN TO ANAGHIST
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS HIST-PRIME-KEY
000700         FILE STATUS IS WS-HIST-STATUS.
000710
000720     SELECT TILE-VALUES ASSIGN TO ANAGTILE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-TILE-STATUS.
000750
000760     SELECT PARM-FILE ASSIGN TO ANAGCPRM
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PARM-STATUS.
000790
000800     SELECT CONT-WORK ASSIGN TO ANAGCWRK
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CWK-PRIME-KEY
000840         ALTERNATE RECORD KEY IS CWK-ID-KEY
000850         FILE STATUS IS WS-CWRK-STATUS.
000860
000870     SELECT WIN-RPT ASSIGN TO ANAGCWIN
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT INV-RPT ASSIGN TO ANAGCINV
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  ENTRY-IN.
000960 01  ENTRY-IN-LINE.
000970     05 CE-ENTRY-ID             PIC X(10).
000980     05 FILLER                  PIC X(01).
000990     05 CE-EDITION              PIC X(02).
001000     05 FILLER                  PIC X(01).
001010     05 CE-PUB-DATE-X           PIC X(08).
001020     05 CE-PUB-DATE REDEFINES CE-PUB-DATE-X
001030                                PIC 9(08).
001040     05 FILLER                  PIC X(01).
001050     05 CE-SUBJECT              PIC X(40).
001060     05 FILLER                  PIC X(01).
001070     05 CE-WORD                 PIC X(40).
001080
001090 FD  SKED-FILE.
001100 01  SKED-RECORD.
001110     05 SKED-PRIME-KEY.
001120        10 SKED-PUB-DATE        PIC 9(08).
001130        10 SKED-EDITION         PIC X(02).
001140        10 SKED-SUBJECT-WORD    PIC X(40).
001150     05 SKED-STATUS             PIC X(01).
001160        88 SKED-IS-PLANNED      VALUE "P".
001170        88 SKED-IS-EXTRACTED    VALUE "E".
001180        88 SKED-IS-RUN          VALUE "R".
001190        88 SKED-IS-PUBLISHED    VALUE "B".
001200     05 SKED-ADDED-DATE         PIC 9(08).
001210
001220 FD  ANAGRAM-DICT.
001230 01  DICT-RECORD.
001240     05 DICT-PRIME-KEY.
001250        10 DICT-EDITION         PIC X(02).
001260        10 DICT-WORD            PIC X(40).
001270     05 DICT-SIG-KEY.
001280        10 DICT-SIG-EDITION     PIC X(02).
001290        10 DICT-SIGNATURE       PIC X(52).
001300     05 DICT-FULL-MATCHES       PIC 9(06).
001310     05 DICT-SUBSET-MATCHES     PIC 9(06).
001320     05 DICT-LAST-MATCH-DATE    PIC 9(08).
001330
001340 FD  HIST-FILE.
001350 01  HIST-RECORD.
001360     05 HIST-PRIME-KEY.
001370        10 HIST-EDITION         PIC X(02).
001380        10 HIST-WORD            PIC X(40).
001390     05 HIST-PUB-DATE           PIC 9(08).
001400
001410 FD  TILE-VALUES.
001420 01  TILE-CARD.
001430     05 TV-EDITION              PIC X(02).
001440     05 FILLER                  PIC X(01).
001450     05 TV-LETTER               PIC X(01).
001460     05 FILLER                  PIC X(01).
001470     05 TV-POINTS               PIC 9(02).
001480
001490 FD  PARM-FILE.
001500 01  PARM-CARD                  PIC X(80).
001510
001520* One valid entry.  The key groups the entries by edition,
001530* date and subject and ranks them within the subject by the
001540* two inverted RANK-BY values, so a plain sequential read
001550* comes back best first; the entry ID breaks exact ties and
001560* as the alternate key also turns away a repeated entry ID.
001570 FD  CONT-WORK.
001580 01  CWK-RECORD.
001590     05 CWK-PRIME-KEY.
001600        10 CWK-GROUP-KEY.
001610           15 CWK-EDITION       PIC X(02).
001620           15 CWK-PUB-DATE      PIC 9(08).
001630           15 CWK-SUBJECT       PIC X(40).
001640        10 CWK-RANK-1           PIC 9(04).
001650        10 CWK-RANK-2           PIC 9(04).
001660        10 CWK-ENTRY-ID         PIC X(10).
001670     05 CWK-ID-KEY              PIC X(10).
001680     05 CWK-WORD                PIC X(40).
001690     05 CWK-SCORE               PIC 9(04).
001700     05 CWK-LETTERS             PIC 9(02).
001710
001720 FD  WIN-RPT.
001730 01  WRPT-LINE                  PIC X(100).
001740
001750 FD  INV-RPT.
001760 01  IRPT-LINE                  PIC X(155).
001770
001780 WORKING-STORAGE SECTION.
001790*--------------------------------------------------------------
001800* SWITCHES
001810*--------------------------------------------------------------
001820 77  WS-ENTRY-STATUS            PIC X(02) VALUE "00".
001830 77  WS-SKED-STATUS             PIC X(02) VALUE "00".
001840 77  WS-DICT-STATUS             PIC X(02) VALUE "00".
001850 77  WS-HIST-STATUS             PIC X(02) VALUE "00".
001860 77  WS-TILE-STATUS             PIC X(02) VALUE "00".
001870 77  WS-PARM-STATUS             PIC X(02) VALUE "00".
001880 77  WS-CWRK-STATUS             PIC X(02) VALUE "00".
001890 77  WS-ENTRY-EOF-SWITCH        PIC X(01) VALUE "N".
001900     88 WS-ENTRY-END-OF-FILE    VALUE "Y".
001910 77  WS-SKED-EOF-SWITCH         PIC X(01) VALUE "N".
001920     88 WS-SKED-END-OF-FILE     VALUE "Y".
001930 77  WS-DICT-EOF-SWITCH         PIC X(01) VALUE "N".
001940     88 WS-DICT-END-OF-FILE     VALUE "Y".
001950 77  WS-TILE-EOF-SWITCH         PIC X(01) VALUE "N".
001960     88 WS-TILE-END-OF-FILE     VALUE "Y".
001970 77  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
001980     88 WS-PARM-END-OF-FILE     VALUE "Y".
001990 77  WS-CWRK-EOF-SWITCH         PIC X(01) VALUE "N".
002000     88 WS-CWRK-END-OF-FILE     VALUE "Y".
002010 77  WS-ENTRY-OPEN-SWITCH       PIC X(01) VALUE "N".
002020     88 WS-ENTRY-OPEN           VALUE "Y".
002030 77  WS-SKED-OPEN-SWITCH        PIC X(01) VALUE "N".
002040     88 WS-SKED-OPEN            VALUE "Y".
002050 77  WS-DICT-OPEN-SWITCH        PIC X(01) VALUE "N".
002060     88 WS-DICT-OPEN            VALUE "Y".
002070 77  WS-CWRK-OPEN-SWITCH        PIC X(01) VALUE "N".
002080     88 WS-CWRK-OPEN            VALUE "Y".
002090 77  WS-HIST-AVAIL-SWITCH       PIC X(01) VALUE "N".
002100     88 WS-HIST-AVAILABLE       VALUE "Y".
002110 77  WS-TILE-AVAIL-SWITCH       PIC X(01) VALUE "N".
002120     88 WS-TILE-AVAILABLE       VALUE "Y".
002130 77  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
002140     88 WS-FATAL-ERROR          VALUE "Y".
002150 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
002160     88 WS-FILE-ERROR           VALUE "Y".
002170 77  WS-WILD-ALLOW-SWITCH       PIC X(01) VALUE "N".
002180     88 WS-WILDCARDS-ALLOWED    VALUE "Y".
002190
002200*--------------------------------------------------------------
002210* RUN CONTROL.  THE ANAGCPRM CARD FILE FOLLOWS THE ANAGPARM
002220* CONVENTIONS (KEYWORD=VALUE, ONE PER CARD, * IN COLUMN 1 FOR
002230* A COMMENT, A BAD CARD STOPS THE RUN WITH RETURN-CODE 8).
002240*   WINNERS=N        PLACES LISTED PER SUBJECT, 1-999 (10).
002250*                    ENTRIES TIED ON A PLACE SHARE IT, SO
002260*                    MORE THAN N ENTRIES CAN BE LISTED.
002270*   RANK-BY=SCORE    TILE SCORE FIRST, THEN WORD LENGTH
002280*   RANK-BY=LENGTH   WORD LENGTH FIRST, THEN TILE SCORE
002290*--------------------------------------------------------------
002300 01  WS-WINNERS-PER-SUBJECT     PIC 9(03) VALUE 10.
002310 01  WS-RANK-BY                 PIC X(06) VALUE "SCORE".
002320     88 WS-RANK-BY-SCORE        VALUE "SCORE".
002330     88 WS-RANK-BY-LENGTH       VALUE "LENGTH".
002340 01  WS-PARM-KEYWORD            PIC X(20).
002350 01  WS-PARM-VALUE              PIC X(10).
002360 01  WS-PARM-NUMBER             PIC 9(06).
002370 01  WS-PARM-NUM-OK-SWITCH      PIC X(01).
002380     88 WS-PARM-NUM-OK          VALUE "Y".
002390 01  WS-PARM-CHAR-INDEX         PIC 9(02).
002400 01  WS-PARM-CHAR               PIC X(01).
002410 01  WS-PARM-DIGIT REDEFINES WS-PARM-CHAR
002420                                PIC 9(01).
002430 01  WS-RUN-DATE                PIC 9(08).
002440
002450*--------------------------------------------------------------
002460* TILE POINT VALUES, LOADED FROM THE ANAGTILE CARD FILE
002470* EXACTLY AS ANAGBAT LOADS THEM, SO AN ENTRY SCORES WHAT THE
002480* SAME WORD SCORED ON THE NIGHTLY REPORT.  LETTERS WITHOUT A
002490* CARD, AND EVERY LETTER WHEN THE DECK IS MISSING, SCORE 1.
002500* AN EDITION'S OWN CARD BEATS THE GLOBAL (BLANK EDITION)
002510* CARD FOR THAT EDITION.
002520*--------------------------------------------------------------
002530 01  WS-TILE-VALUES-TABLE.
002540     05 WS-TILE-VALUE OCCURS 26 TIMES PIC 9(02).
002550 01  WS-TILE-LETTER             PIC X(01).
002560 01  WS-TILE-POINTS             PIC 9(02).
002570 01  WS-TILE-NUM-OK-SWITCH      PIC X(01).
002580     88 WS-TILE-NUM-OK          VALUE "Y".
002590 01  WS-TILE-CHAR-INDEX         PIC 9(01).
002600 01  WS-TILE-CHAR               PIC X(01).
002610 01  WS-TILE-DIGIT REDEFINES WS-TILE-CHAR
002620                                PIC 9(01).
002630 01  WS-TILE-LETTER-HIT-SWITCH  PIC X(01).
002640     88 WS-TILE-LETTER-HIT      VALUE "Y".
002650 01  WS-TILE-CARDS-IGNORED      PIC 9(03) VALUE 0.
002660 01  WS-TILE-ED-MAX             PIC 9(02) VALUE 10.
002670 01  WS-TILE-ED-COUNT           PIC 9(02) VALUE 0.
002680 01  WS-TILE-ED-TABLE.
002690     05 WS-TILE-ED-ENTRY OCCURS 10 TIMES.
002700        10 WS-TILE-ED-CODE      PIC X(02).
002710        10 WS-TILE-ED-CELL OCCURS 26 TIMES.
002720           15 WS-TILE-ED-SET    PIC X(01).
002730           15 WS-TILE-ED-VALUE  PIC 9(02).
002740 01  WS-TILE-ED-INDEX           PIC 9(02).
002750 01  WS-TILE-ED-SLOT            PIC 9(02).
002760 01  WS-TILE-CARD-EDITION       PIC X(02).
002770 01  WS-ACTIVE-TILE-TABLE.
002780     05 WS-ACTIVE-TILE-VALUE OCCURS 26 TIMES PIC 9(02).
002790
002800*--------------------------------------------------------------
002810* THE ENTRY BEING JUDGED.  THE EDITION AND SUBJECT ARE
002820* UPPERCASED THE WAY ANAGSMNT KEYS THE SCHEDULE; THE WORD AND
002830* A COPY OF THE SUBJECT ARE LOWERCASED THE WAY THE DICTIONARY
002840* AND THE ENGINE HOLD WORDS.  A NON-BLANK REJECT REASON RULES
002850* THE ENTRY INVALID.
002860*--------------------------------------------------------------
002870 01  WS-ENTRY-EDITION           PIC X(02).
002880 01  WS-ENTRY-DATE              PIC 9(08).
002890 01  WS-ENTRY-SUBJECT           PIC X(40).
002900 01  WS-SUBJECT-LOWERCASE       PIC X(40).
002910 01  WS-ENTRY-WORD              PIC X(40).
002920 01  WS-ENTRY-SCORE             PIC 9(04).
002930 01  WS-ENTRY-LETTERS           PIC 9(02).
002940 01  WS-COVERED-COUNT           PIC 9(05).
002950 01  WS-SUBJ-COUNTS-TABLE.
002960     05 WS-SUBJ-COUNTS OCCURS 26 TIMES PIC 9(05) COMP.
002970 01  WS-WORD-COUNTS-TABLE.
002980     05 WS-WORD-COUNTS OCCURS 26 TIMES PIC 9(05) COMP.
002990
003000*--------------------------------------------------------------
003010* WHETHER A SUBJECT WAS PUBLISHED ON A DATE - B PUBLISHED, N
003020* NOT ON THE SCHEDULE FOR THE DATE AND EDITION AT ALL, U ON
003030* THE SCHEDULE BUT NOT SHOWN IN PRINT.  THE ANSWER IS KEPT
003040* FOR THE FIRST 100 SUBJECTS SO A POPULAR PUZZLE'S ENTRIES
003050* DO NOT EACH BROWSE THE SCHEDULE; PAST THAT EVERY ENTRY IS
003060* LOOKED UP AFRESH, WHICH COSTS TIME BUT NOT ACCURACY.
003070*--------------------------------------------------------------
003080 01  WS-SUBJECT-RESULT          PIC X(01).
003090     88 WS-SUBJECT-PUBLISHED    VALUE "B".
003100     88 WS-SUBJECT-NOT-SCHEDULED
003110                                VALUE "N".
003120     88 WS-SUBJECT-NOT-PUBLISHED
003130                                VALUE "U".
003140 01  WS-SKED-SUBJECT            PIC X(40).
003150 01  WS-SUBJ-CACHE-MAX          PIC 9(03) VALUE 100.
003160 01  WS-SUBJ-CACHE-COUNT        PIC 9(03) VALUE 0.
003170 01  WS-SUBJ-CACHE-TABLE.
003180     05 WS-SUBJ-CACHE-ENTRY OCCURS 100 TIMES.
003190        10 WS-SUBJ-CACHE-EDITION
003200                                PIC X(02).
003210        10 WS-SUBJ-CACHE-DATE   PIC 9(08).
003220        10 WS-SUBJ-CACHE-SUBJECT
003230                                PIC X(40).
003240        10 WS-SUBJ-CACHE-RESULT PIC X(01).
003250 01  WS-SUBJ-CACHE-INDEX        PIC 9(03).
003260 01  WS-SUBJ-CACHE-SLOT         PIC 9(03).
003270 01  WS-SUBJECT-WILD-COUNT      PIC 9(02).
003280 01  WS-SUBJECT-SIGNATURE       PIC X(52).
003290 01  WS-SIGNATURE-WORK.
003300     05 WS-SIG-COUNT OCCURS 26 TIMES PIC 9(02).
003310
003320*--------------------------------------------------------------
003330* ONE-WORD CALL TO THE ANAGRAM ENGINE.  MODE S TAKES A FULL
003340* ANAGRAM AS A SUBSET TOO, AND LETS THE SUBJECT'S "?" BLANK
003350* TILES COVER LETTERS ITS OWN TILES CANNOT SUPPLY.
003360*--------------------------------------------------------------
003370 01  WS-CANDIDATES-COUNT        PIC 9(03).
003380 01  WS-CANDIDATES-TABLE.
003390     05 WS-CANDIDATES OCCURS 1 TO 500
003400                      DEPENDING ON WS-CANDIDATES-COUNT.
003410        10 WS-CANDIDATE         PIC X(40).
003420 01  WS-CALL-MODE               PIC X(01).
003430 01  WS-CALL-FULL-COUNT         PIC 9(03).
003440 01  WS-CALL-FULL-LIST          PIC X(4000).
003450 01  WS-CALL-SUBSET-COUNT       PIC 9(03).
003460 01  WS-CALL-SUBSET-LIST        PIC X(4000).
003470
003480*--------------------------------------------------------------
003490* WORD VALIDATION - THE SAME RULES ANAGBAT'S VALIDATE-WORD
003500* APPLIES.  A READER'S WORD MAY NOT CARRY "?" BLANKS OF ITS
003510* OWN; THE BLANKS ARE THE SUBJECT'S TO SPEND.
003520*--------------------------------------------------------------
003530 01  WS-ALPHABET                PIC X(26) VALUE
003540     "abcdefghijklmnopqrstuvwxyz".
003550 01  WS-WORK-WORD               PIC X(40).
003560 01  WS-WORK-COUNTS-TABLE.
003570     05 WS-WORK-COUNTS OCCURS 26 TIMES PIC 9(05) COMP.
003580 01  WS-LETTER-INDEX            PIC 99.
003590 01  WS-VALIDATE-INPUT          PIC X(40).
003600 01  WS-WORD-LEN                PIC 9(02).
003610 01  WS-TRAIL-SPACES            PIC 9(05).
003620 01  WS-SPACE-TOTAL             PIC 9(05).
003630 01  WS-EMBEDDED-SPACES         PIC 9(05).
003640 01  WS-SCAN-INDEX              PIC 9(02).
003650 01  WS-ALPHA-TOTAL             PIC 9(05).
003660 01  WS-WILD-TOTAL              PIC 9(02).
003670 01  WS-VALID-SWITCH            PIC X(01).
003680     88 WS-WORD-IS-VALID        VALUE "Y".
003690 01  WS-REJECT-REASON           PIC X(45).
003700
003710*--------------------------------------------------------------
003720* WINNERS REPORT CONTROL BREAK.  TIED ENTRIES - SAME SCORE
003730* AND SAME LENGTH - SHARE THE PLACE OF THE FIRST OF THEM.
003740*--------------------------------------------------------------
003750 01  WS-CURRENT-GROUP.
003760     05 WS-CURRENT-EDITION      PIC X(02).
003770     05 WS-CURRENT-PUB-DATE     PIC 9(08).
003780     05 WS-CURRENT-SUBJECT      PIC X(40).
003790 01  WS-GROUP-POSITION          PIC 9(06).
003800 01  WS-GROUP-RANK              PIC 9(06).
003810 01  WS-GROUP-ENTRIES           PIC 9(06).
003820 01  WS-GROUP-WINNERS           PIC 9(06).
003830 01  WS-PREV-SCORE              PIC 9(04).
003840 01  WS-PREV-LETTERS            PIC 9(02).
003850
003860*--------------------------------------------------------------
003870* RUN COUNTS FOR THE ENTRY STATISTICS
003880*--------------------------------------------------------------
003890 01  WS-ENTRIES-READ            PIC 9(06) VALUE 0.
003900 01  WS-ENTRIES-VALID           PIC 9(06) VALUE 0.
003910 01  WS-ENTRIES-INVALID         PIC 9(06) VALUE 0.
003920 01  WS-INV-INCOMPLETE          PIC 9(06) VALUE 0.
003930 01  WS-INV-NOT-SCHEDULED       PIC 9(06) VALUE 0.
003940 01  WS-INV-NOT-PUBLISHED       PIC 9(06) VALUE 0.
003950 01  WS-INV-BAD-WORD            PIC 9(06) VALUE 0.
003960 01  WS-INV-SUBJECT-WORD        PIC 9(06) VALUE 0.
003970 01  WS-INV-NOT-IN-DICT         PIC 9(06) VALUE 0.
003980 01  WS-INV-NOT-FROM-TILES      PIC 9(06) VALUE 0.
003990 01  WS-INV-DUPLICATE           PIC 9(06) VALUE 0.
004000 01  WS-SUBJECTS-JUDGED         PIC 9(06) VALUE 0.
004010 01  WS-WINNERS-LISTED          PIC 9(06) VALUE 0.
004020
004030*--------------------------------------------------------------
004040* REPORT LINE WORK AREAS - WINNERS REPORT
004050*--------------------------------------------------------------
004060 01  WS-WRPT-HEADING-1.
004070     05 FILLER                  PIC X(40)
004080         VALUE "ANAGRAM CONTEST WINNERS REPORT".
004090 01  WS-WRPT-DATE-LINE.
004100     05 FILLER                  PIC X(10) VALUE "RUN DATE:".
004110     05 WD-RUN-DATE             PIC 9(08).
004120     05 FILLER                  PIC X(24)
004130         VALUE "   WINNERS PER SUBJECT: ".
004140     05 WD-WINNERS              PIC ZZ9.
004150     05 FILLER                  PIC X(14)
004160         VALUE "   RANKED BY: ".
004170     05 WD-RANK-BY              PIC X(06).
004180 01  WS-WRPT-FILE-LINE.
004190     05 FILLER                  PIC X(02) VALUE SPACES.
004200     05 WF-NOTE                 PIC X(60).
004210 01  WS-WRPT-SUBJECT-LINE.
004220     05 FILLER                  PIC X(09) VALUE "EDITION: ".
004230     05 WG-EDITION              PIC X(02).
004240     05 FILLER                  PIC X(13)
004250         VALUE "   PUB DATE: ".
004260     05 WG-PUB-DATE             PIC 9(08).
004270     05 FILLER                  PIC X(12)
004280         VALUE "   SUBJECT: ".
004290     05 WG-SUBJECT              PIC X(40).
004300 01  WS-WRPT-HEADING-2.
004310     05 FILLER                  PIC X(07) VALUE "  RANK".
004320     05 FILLER                  PIC X(12) VALUE "ENTRY ID".
004330     05 FILLER                  PIC X(42) VALUE "WORD".
004340     05 FILLER                  PIC X(07) VALUE "SCORE".
004350     05 FILLER                  PIC X(07) VALUE "LETTERS".
004360 01  WS-WRPT-DETAIL.
004370     05 FILLER                  PIC X(01) VALUE SPACES.
004380     05 WR-RANK                 PIC ZZZZ9.
004390     05 FILLER                  PIC X(01) VALUE SPACES.
004400     05 WR-ENTRY-ID             PIC X(10).
004410     05 FILLER                  PIC X(02) VALUE SPACES.
004420     05 WR-WORD                 PIC X(40).
004430     05 FILLER                  PIC X(02) VALUE SPACES.
004440     05 WR-SCORE                PIC ZZZZ9.
004450     05 FILLER                  PIC X(05) VALUE SPACES.
004460     05 WR-LETTERS              PIC Z9.
004470 01  WS-WRPT-SUBJECT-TOTAL.
004480     05 FILLER                  PIC X(07) VALUE SPACES.
004490     05 FILLER                  PIC X(15)
004500         VALUE "VALID ENTRIES: ".
004510     05 WK-ENTRIES              PIC ZZZ,ZZ9.
004520     05 FILLER                  PIC X(19)
004530         VALUE "   WINNERS LISTED: ".
004540     05 WK-WINNERS              PIC ZZZ,ZZ9.
004550 01  WS-WRPT-TOTAL-LINE.
004560     05 WT-LABEL                PIC X(28).
004570     05 WT-VALUE                PIC ZZZ,ZZ9.
004580
004590*--------------------------------------------------------------
004600* REPORT LINE WORK AREAS - INVALID ENTRY LISTING.  THE ENTRY
004610* IS SHOWN AS PUNCHED SO THE DESK CAN ANSWER THE READER.
004620*--------------------------------------------------------------
004630 01  WS-IRPT-HEADING-1.
004640     05 FILLER                  PIC X(40)
004650         VALUE "ANAGRAM CONTEST INVALID ENTRY LISTING".
004660 01  WS-IRPT-DATE-LINE.
004670     05 FILLER                  PIC X(10) VALUE "RUN DATE:".
004680     05 ID-RUN-DATE             PIC 9(08).
004690 01  WS-IRPT-HEADING-2.
004700     05 FILLER                  PIC X(12) VALUE "ENTRY ID".
004710     05 FILLER                  PIC X(04) VALUE "ED".
004720     05 FILLER                  PIC X(10) VALUE "PUB DATE".
004730     05 FILLER                  PIC X(42) VALUE "SUBJECT".
004740     05 FILLER                  PIC X(42) VALUE "WORD".
004750     05 FILLER                  PIC X(45) VALUE "REASON".
004760 01  WS-IRPT-DETAIL.
004770     05 IR-ENTRY-ID             PIC X(10).
004780     05 FILLER                  PIC X(02) VALUE SPACES.
004790     05 IR-EDITION              PIC X(02).
004800     05 FILLER                  PIC X(02) VALUE SPACES.
004810     05 IR-PUB-DATE             PIC X(08).
004820     05 FILLER                  PIC X(02) VALUE SPACES.
004830     05 IR-SUBJECT              PIC X(40).
004840     05 FILLER                  PIC X(02) VALUE SPACES.
004850     05 IR-WORD                 PIC X(40).
004860     05 FILLER                  PIC X(02) VALUE SPACES.
004870     05 IR-REASON               PIC X(45).
004880 01  WS-IRPT-TOTAL-LINE.
004890     05 IT-LABEL                PIC X(28).
004900     05 IT-VALUE                PIC ZZZ,ZZ9.
004910
004920 PROCEDURE DIVISION.
004930
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004960     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
004970         PERFORM 2000-JUDGE-ENTRY THRU 2000-EXIT
004980             UNTIL WS-ENTRY-END-OF-FILE OR WS-FILE-ERROR
004990         IF NOT WS-FILE-ERROR
005000             PERFORM 3000-PRINT-WINNERS THRU 3000-EXIT
005010         END-IF
005020     END-IF
005030     PERFORM 4000-TERMINATE THRU 4000-EXIT
005040     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
005050     STOP RUN.
005060
005070 1000-INITIALIZE.
005080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005090     PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
005100     IF NOT WS-FATAL-ERROR
005110         OPEN OUTPUT WIN-RPT
005120         OPEN OUTPUT INV-RPT
005130         MOVE WS-WRPT-HEADING-1 TO WRPT-LINE
005140         WRITE WRPT-LINE
005150         MOVE WS-RUN-DATE TO WD-RUN-DATE
005160         MOVE WS-WINNERS-PER-SUBJECT TO WD-WINNERS
005170         MOVE WS-RANK-BY TO WD-RANK-BY
005180         MOVE WS-WRPT-DATE-LINE TO WRPT-LINE
005190         WRITE WRPT-LINE
005200         MOVE WS-IRPT-HEADING-1 TO IRPT-LINE
005210         WRITE IRPT-LINE
005220         MOVE WS-RUN-DATE TO ID-RUN-DATE
005230         MOVE WS-IRPT-DATE-LINE TO IRPT-LINE
005240         WRITE IRPT-LINE
005250         MOVE SPACES TO IRPT-LINE
005260         WRITE IRPT-LINE
005270         MOVE WS-IRPT-HEADING-2 TO IRPT-LINE
005280         WRITE IRPT-LINE
005290         PERFORM 1200-LOAD-TILE-VALUES THRU 1200-EXIT
005300         PERFORM 1100-OPEN-FILES THRU 1100-EXIT
005310         IF NOT WS-FILE-ERROR
005320             PERFORM 8000-READ-ENTRY THRU 8000-EXIT
005330         END-IF
005340     END-IF.
005350 1000-EXIT.
005360     EXIT.
005370
005380* The entries, the schedule, the dictionary and the work file
005390* are required.  The history is optional - without it only a
005400* schedule entry already flipped to B by ANAGHLOD counts as
005410* published, and the report says so.
005420 1100-OPEN-FILES.
005430     OPEN INPUT ENTRY-IN
005440     IF WS-ENTRY-STATUS = "00"
005450         SET WS-ENTRY-OPEN TO TRUE
005460     ELSE
005470         DISPLAY "ANAGCONT: ANAGCENT OPEN FAILED, STATUS "
005480             WS-ENTRY-STATUS
005490         PERFORM 1150-OPEN-FAILED THRU 1150-EXIT
005500     END-IF
005510     IF NOT WS-FILE-ERROR
005520         OPEN INPUT SKED-FILE
005530         IF WS-SKED-STATUS = "00"
005540             SET WS-SKED-OPEN TO TRUE
005550         ELSE
005560             DISPLAY "ANAGCONT: ANAGSKED OPEN FAILED, STATUS "
005570                 WS-SKED-STATUS
005580             PERFORM 1150-OPEN-FAILED THRU 1150-EXIT
005590         END-IF
005600     END-IF
005610     IF NOT WS-FILE-ERROR
005620         OPEN INPUT ANAGRAM-DICT
005630         IF WS-DICT-STATUS = "00"
005640             SET WS-DICT-OPEN TO TRUE
005650         ELSE
005660             DISPLAY "ANAGCONT: ANAGRAM-DICT OPEN FAILED, STATUS "
005670                 WS-DICT-STATUS
005680             PERFORM 1150-OPEN-FAILED THRU 1150-EXIT
005690         END-IF
005700     END-IF
005710     IF NOT WS-FILE-ERROR
005720         OPEN OUTPUT CONT-WORK
005730         IF WS-CWRK-STATUS = "00"
005740             SET WS-CWRK-OPEN TO TRUE
005750         ELSE
005760             DISPLAY "ANAGCONT: ANAGCWRK OPEN FAILED, STATUS "
005770                 WS-CWRK-STATUS
005780             PERFORM 1150-OPEN-FAILED THRU 1150-EXIT
005790         END-IF
005800     END-IF
005810     IF NOT WS-FILE-ERROR
005820         OPEN INPUT HIST-FILE
005830         IF WS-HIST-STATUS = "00"
005840             SET WS-HIST-AVAILABLE TO TRUE
005850         ELSE
005860             MOVE "ANAGHIST NOT AVAILABLE - ONLY STATUS B COUNTS"
005870              TO WF-NOTE
005880             MOVE WS-WRPT-FILE-LINE TO WRPT-LINE
005890             WRITE WRPT-LINE
005900         END-IF
005910     END-IF.
005920 1100-EXIT.
005930     EXIT.
005940
005950 1150-OPEN-FAILED.
005960     MOVE "** FILE OPEN FAILED - NO ENTRIES JUDGED **" TO WF-NOTE
005970     MOVE WS-WRPT-FILE-LINE TO WRPT-LINE
005980     WRITE WRPT-LINE
005990     SET WS-FILE-ERROR TO TRUE.
006000 1150-EXIT.
006010     EXIT.
006020
006030* Default every letter to 1 point, then apply whatever tile
006040* cards the ANAGTILE deck supplies, the way ANAGBAT does.
006050 1200-LOAD-TILE-VALUES.
006060     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
006070      UNTIL WS-LETTER-INDEX > 26
006080         MOVE 1 TO WS-TILE-VALUE(WS-LETTER-INDEX)
006090     END-PERFORM
006100     OPEN INPUT TILE-VALUES
006110     IF WS-TILE-STATUS = "00"
006120         SET WS-TILE-AVAILABLE TO TRUE
006130         PERFORM 8100-READ-TILE-CARD THRU 8100-EXIT
006140         PERFORM 1250-APPLY-TILE-CARD THRU 1250-EXIT
006150             UNTIL WS-TILE-END-OF-FILE
006160         CLOSE TILE-VALUES
006170         IF WS-TILE-CARDS-IGNORED > 0
006180             DISPLAY "ANAGCONT: TILE CARDS IGNORED: "
006190                 WS-TILE-CARDS-IGNORED
006200         END-IF
006210     ELSE
006220         MOVE "ANAGTILE NOT AVAILABLE - EVERY LETTER SCORES 1"
006230          TO WF-NOTE
006240         MOVE WS-WRPT-FILE-LINE TO WRPT-LINE
006250         WRITE WRPT-LINE
006260     END-IF.
006270 1200-EXIT.
006280     EXIT.
006290
006300* One tile card, parsed as ANAGBAT's 1250-APPLY-TILE-CARD
006310* parses it - a blank edition sets the global value, an
006320* edition code that edition's own.
006330 1250-APPLY-TILE-CARD.
006340     MOVE TV-EDITION TO WS-TILE-CARD-EDITION
006350     INSPECT WS-TILE-CARD-EDITION
006360      CONVERTING "abcdefghijklmnopqrstuvwxyz"
006370      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006380     MOVE TV-LETTER TO WS-TILE-LETTER
006390     INSPECT WS-TILE-LETTER
006400      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006410      TO "abcdefghijklmnopqrstuvwxyz"
006420     MOVE "Y" TO WS-TILE-NUM-OK-SWITCH
006430     MOVE 0 TO WS-TILE-POINTS
006440     IF TV-POINTS = SPACES
006450         MOVE "N" TO WS-TILE-NUM-OK-SWITCH
006460     END-IF
006470     PERFORM VARYING WS-TILE-CHAR-INDEX FROM 1 BY 1
006480      UNTIL WS-TILE-CHAR-INDEX > 2
006490         OR TV-POINTS(WS-TILE-CHAR-INDEX:1) = SPACE
006500         MOVE TV-POINTS(WS-TILE-CHAR-INDEX:1)
006510          TO WS-TILE-CHAR
006520         IF WS-TILE-CHAR >= "0" AND WS-TILE-CHAR <= "9"
006530             COMPUTE WS-TILE-POINTS =
006540                 WS-TILE-POINTS * 10 + WS-TILE-DIGIT
006550         ELSE
006560             MOVE "N" TO WS-TILE-NUM-OK-SWITCH
006570         END-IF
006580     END-PERFORM
006590     MOVE "N" TO WS-TILE-LETTER-HIT-SWITCH
006600     IF WS-TILE-NUM-OK
006610         PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
006620          UNTIL WS-LETTER-INDEX > 26
006630             IF WS-TILE-LETTER = WS-ALPHABET(WS-LETTER-INDEX:1)
006640                 MOVE "Y" TO WS-TILE-LETTER-HIT-SWITCH
006650                 IF WS-TILE-CARD-EDITION = SPACES
006660                     MOVE WS-TILE-POINTS
006670                      TO WS-TILE-VALUE(WS-LETTER-INDEX)
006680                 ELSE
006690                     PERFORM 1270-SET-EDITION-TILE
006700                         THRU 1270-EXIT
006710                 END-IF
006720             END-IF
006730         END-PERFORM
006740     END-IF
006750     IF NOT WS-TILE-NUM-OK OR NOT WS-TILE-LETTER-HIT
006760         ADD 1 TO WS-TILE-CARDS-IGNORED
006770     END-IF
006780     PERFORM 8100-READ-TILE-CARD THRU 8100-EXIT.
006790 1250-EXIT.
006800     EXIT.
006810
006820* Set one letter's value in the card's edition's table,
006830* adding the edition the first time it is seen.
006840 1270-SET-EDITION-TILE.
006850     MOVE 0 TO WS-TILE-ED-SLOT
006860     PERFORM VARYING WS-TILE-ED-INDEX FROM 1 BY 1
006870      UNTIL WS-TILE-ED-INDEX > WS-TILE-ED-COUNT
006880         OR WS-TILE-ED-SLOT > 0
006890         IF WS-TILE-ED-CODE(WS-TILE-ED-INDEX)
006900          = WS-TILE-CARD-EDITION
006910             MOVE WS-TILE-ED-INDEX TO WS-TILE-ED-SLOT
006920         END-IF
006930     END-PERFORM
006940     IF WS-TILE-ED-SLOT = 0
006950      AND WS-TILE-ED-COUNT < WS-TILE-ED-MAX
006960         ADD 1 TO WS-TILE-ED-COUNT
006970         MOVE WS-TILE-ED-COUNT TO WS-TILE-ED-SLOT
006980         MOVE WS-TILE-CARD-EDITION
006990          TO WS-TILE-ED-CODE(WS-TILE-ED-SLOT)
007000         PERFORM VARYING WS-TILE-ED-INDEX FROM 1 BY 1
007010          UNTIL WS-TILE-ED-INDEX > 26
007020             MOVE "N" TO WS-TILE-ED-SET
007030                 (WS-TILE-ED-SLOT WS-TILE-ED-INDEX)
007040             MOVE 1 TO WS-TILE-ED-VALUE
007050                 (WS-TILE-ED-SLOT WS-TILE-ED-INDEX)
007060         END-PERFORM
007070     END-IF
007080     IF WS-TILE-ED-SLOT > 0
007090         MOVE "Y" TO WS-TILE-ED-SET
007100             (WS-TILE-ED-SLOT WS-LETTER-INDEX)
007110         MOVE WS-TILE-POINTS TO WS-TILE-ED-VALUE
007120             (WS-TILE-ED-SLOT WS-LETTER-INDEX)
007130     ELSE
007140         ADD 1 TO WS-TILE-CARDS-IGNORED
007150     END-IF.
007160 1270-EXIT.
007170     EXIT.
007180
007190* Apply the run-control cards from ANAGCPRM.  A missing parm
007200* file leaves the defaults; a card that does not parse stops
007210* the run before any entry is read.
007220 1300-READ-PARM-CARDS.
007230     OPEN INPUT PARM-FILE
007240     IF WS-PARM-STATUS = "00"
007250         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
007260         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
007270             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
007280         CLOSE PARM-FILE
007290     END-IF.
007300 1300-EXIT.
007310     EXIT.
007320
007330 1350-APPLY-PARM-CARD.
007340     IF PARM-CARD = SPACES OR PARM-CARD(1:1) = "*"
007350         CONTINUE
007360     ELSE
007370         MOVE SPACES TO WS-PARM-KEYWORD
007380         MOVE SPACES TO WS-PARM-VALUE
007390         UNSTRING PARM-CARD DELIMITED BY "="
007400             INTO WS-PARM-KEYWORD WS-PARM-VALUE
007410         END-UNSTRING
007420         EVALUATE WS-PARM-KEYWORD
007430             WHEN "WINNERS"
007440                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
007450                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER > 0
007460                  AND WS-PARM-NUMBER NOT > 999
007470                     MOVE WS-PARM-NUMBER
007480                      TO WS-WINNERS-PER-SUBJECT
007490                 ELSE
007500                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
007510                 END-IF
007520             WHEN "RANK-BY"
007530                 IF WS-PARM-VALUE = "SCORE"
007540                  OR WS-PARM-VALUE = "LENGTH"
007550                     MOVE WS-PARM-VALUE TO WS-RANK-BY
007560                 ELSE
007570                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
007580                 END-IF
007590             WHEN OTHER
007600                 PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
007610         END-EVALUATE
007620     END-IF
007630     IF NOT WS-FATAL-ERROR
007640         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
007650     END-IF.
007660 1350-EXIT.
007670     EXIT.
007680
007690* Reduce the value side of a parm card to a number.  Digits
007700* only, ending at the first space - anything else marks the
007710* value bad so the card is rejected instead of half-applied.
007720 1360-PARSE-PARM-NUMBER.
007730     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
007740     MOVE 0 TO WS-PARM-NUMBER
007750     IF WS-PARM-VALUE = SPACES
007760         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
007770     END-IF
007780     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
007790      UNTIL WS-PARM-CHAR-INDEX > 10
007800         OR WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1) = SPACE
007810         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
007820          TO WS-PARM-CHAR
007830         IF WS-PARM-CHAR >= "0" AND WS-PARM-CHAR <= "9"
007840             IF WS-PARM-CHAR-INDEX > 6
007850                 MOVE "N" TO WS-PARM-NUM-OK-SWITCH
007860             ELSE
007870                 COMPUTE WS-PARM-NUMBER =
007880                     WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
007890             END-IF
007900         ELSE
007910             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
007920         END-IF
007930     END-PERFORM.
007940 1360-EXIT.
007950     EXIT.
007960
007970 1370-BAD-PARM-CARD.
007980     DISPLAY "ANAGCONT: BAD PARM CARD: " PARM-CARD(1:40)
007990     SET WS-FATAL-ERROR TO TRUE.
008000 1370-EXIT.
008010     EXIT.
008020
008030* Judge one entry.  The checks run cheapest first and stop at
008040* the first failure, whose reason goes on the invalid listing;
008050* an entry that passes them all is scored and staged for the
008060* winners report.
008070 2000-JUDGE-ENTRY.
008080     ADD 1 TO WS-ENTRIES-READ
008090     MOVE SPACES TO WS-REJECT-REASON
008100     MOVE CE-EDITION TO WS-ENTRY-EDITION
008110     INSPECT WS-ENTRY-EDITION
008120      CONVERTING "abcdefghijklmnopqrstuvwxyz"
008130      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008140     MOVE CE-SUBJECT TO WS-ENTRY-SUBJECT
008150     INSPECT WS-ENTRY-SUBJECT
008160      CONVERTING "abcdefghijklmnopqrstuvwxyz"
008170      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008180     MOVE CE-SUBJECT TO WS-SUBJECT-LOWERCASE
008190     INSPECT WS-SUBJECT-LOWERCASE
008200      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008210      TO "abcdefghijklmnopqrstuvwxyz"
008220     MOVE CE-WORD TO WS-ENTRY-WORD
008230     INSPECT WS-ENTRY-WORD
008240      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008250      TO "abcdefghijklmnopqrstuvwxyz"
008260     EVALUATE TRUE
008270         WHEN CE-ENTRY-ID = SPACES
008280             MOVE "ENTRY ID MISSING" TO WS-REJECT-REASON
008290         WHEN WS-ENTRY-EDITION = SPACES
008300             MOVE "EDITION CODE MISSING" TO WS-REJECT-REASON
008310         WHEN WS-ENTRY-SUBJECT = SPACES
008320             MOVE "SUBJECT IS BLANK" TO WS-REJECT-REASON
008330         WHEN OTHER
008340             PERFORM 2050-CHECK-ENTRY-DATE THRU 2050-EXIT
008350     END-EVALUATE
008360     IF WS-REJECT-REASON NOT = SPACES
008370         ADD 1 TO WS-INV-INCOMPLETE
008380     ELSE
008390         PERFORM 2100-CHECK-SUBJECT THRU 2100-EXIT
008400     END-IF
008410     IF WS-REJECT-REASON = SPACES
008420         PERFORM 2300-CHECK-WORD THRU 2300-EXIT
008430     END-IF
008440     IF WS-REJECT-REASON = SPACES
008450         PERFORM 2400-SCORE-ENTRY THRU 2400-EXIT
008460         PERFORM 2500-FILE-VALID-ENTRY THRU 2500-EXIT
008470     END-IF
008480     IF WS-REJECT-REASON NOT = SPACES
008490         PERFORM 2900-WRITE-INVALID THRU 2900-EXIT
008500     END-IF
008510     PERFORM 8000-READ-ENTRY THRU 8000-EXIT.
008520 2000-EXIT.
008530     EXIT.
008540
008550* The publication date must be eight digits with a real month
008560* and a plausible day.
008570 2050-CHECK-ENTRY-DATE.
008580     IF CE-PUB-DATE-X NOT NUMERIC
008590         MOVE "PUBLICATION DATE NOT VALID" TO WS-REJECT-REASON
008600     ELSE
008610         MOVE CE-PUB-DATE TO WS-ENTRY-DATE
008620         IF WS-ENTRY-DATE(5:2) < "01"
008630          OR WS-ENTRY-DATE(5:2) > "12"
008640          OR WS-ENTRY-DATE(7:2) < "01"
008650          OR WS-ENTRY-DATE(7:2) > "31"
008660             MOVE "PUBLICATION DATE NOT VALID"
008670              TO WS-REJECT-REASON
008680         END-IF
008690     END-IF.
008700 2050-EXIT.
008710     EXIT.
008720
008730* Was the subject published in the entry's edition on the
008740* entry's date?  The answer is remembered per subject, date
008750* and edition while the table has room.
008760 2100-CHECK-SUBJECT.
008770     MOVE 0 TO WS-SUBJ-CACHE-SLOT
008780     PERFORM VARYING WS-SUBJ-CACHE-INDEX FROM 1 BY 1
008790      UNTIL WS-SUBJ-CACHE-INDEX > WS-SUBJ-CACHE-COUNT
008800         OR WS-SUBJ-CACHE-SLOT > 0
008810         IF WS-SUBJ-CACHE-EDITION(WS-SUBJ-CACHE-INDEX)
008820          = WS-ENTRY-EDITION
008830          AND WS-SUBJ-CACHE-DATE(WS-SUBJ-CACHE-INDEX)
008840          = WS-ENTRY-DATE
008850          AND WS-SUBJ-CACHE-SUBJECT(WS-SUBJ-CACHE-INDEX)
008860          = WS-ENTRY-SUBJECT
008870             MOVE WS-SUBJ-CACHE-INDEX TO WS-SUBJ-CACHE-SLOT
008880         END-IF
008890     END-PERFORM
008900     IF WS-SUBJ-CACHE-SLOT > 0
008910         MOVE WS-SUBJ-CACHE-RESULT(WS-SUBJ-CACHE-SLOT)
008920          TO WS-SUBJECT-RESULT
008930     ELSE
008940         PERFORM 2150-LOOK-UP-SCHEDULE THRU 2150-EXIT
008950         IF WS-SUBJ-CACHE-COUNT < WS-SUBJ-CACHE-MAX
008960             ADD 1 TO WS-SUBJ-CACHE-COUNT
008970             MOVE WS-SUBJ-CACHE-COUNT TO WS-SUBJ-CACHE-SLOT
008980             MOVE WS-ENTRY-EDITION
008990              TO WS-SUBJ-CACHE-EDITION(WS-SUBJ-CACHE-SLOT)
009000             MOVE WS-ENTRY-DATE
009010              TO WS-SUBJ-CACHE-DATE(WS-SUBJ-CACHE-SLOT)
009020             MOVE WS-ENTRY-SUBJECT
009030              TO WS-SUBJ-CACHE-SUBJECT(WS-SUBJ-CACHE-SLOT)
009040             MOVE WS-SUBJECT-RESULT
009050              TO WS-SUBJ-CACHE-RESULT(WS-SUBJ-CACHE-SLOT)
009060         END-IF
009070     END-IF
009080     EVALUATE TRUE
009090         WHEN WS-SUBJECT-NOT-SCHEDULED
009100             ADD 1 TO WS-INV-NOT-SCHEDULED
009110             MOVE "SUBJECT NOT SCHEDULED FOR THAT DATE"
009120              TO WS-REJECT-REASON
009130         WHEN WS-SUBJECT-NOT-PUBLISHED
009140             ADD 1 TO WS-INV-NOT-PUBLISHED
009150             MOVE "SUBJECT NOT PUBLISHED ON THAT DATE"
009160              TO WS-REJECT-REASON
009170     END-EVALUATE.
009180 2100-EXIT.
009190     EXIT.
009200
009210* Browse the schedule entries for the date and edition for
009220* the subject, matching without regard to case since the desk
009230* keys subjects as typed.
009240 2150-LOOK-UP-SCHEDULE.
009250     MOVE "N" TO WS-SUBJECT-RESULT
009260     MOVE "N" TO WS-SKED-EOF-SWITCH
009270     MOVE WS-ENTRY-DATE TO SKED-PUB-DATE
009280     MOVE WS-ENTRY-EDITION TO SKED-EDITION
009290     MOVE SPACES TO SKED-SUBJECT-WORD
009300     START SKED-FILE KEY IS NOT LESS THAN SKED-PRIME-KEY
009310         INVALID KEY SET WS-SKED-END-OF-FILE TO TRUE
009320     END-START
009330     IF NOT WS-SKED-END-OF-FILE
009340         PERFORM 8200-READ-SKED-ENTRY THRU 8200-EXIT
009350     END-IF
009360     PERFORM 2160-MATCH-SCHEDULE-ENTRY THRU 2160-EXIT
009370         UNTIL WS-SKED-END-OF-FILE.
009380 2150-EXIT.
009390     EXIT.
009400
009410* A B entry is in print by ANAGHLOD's own feed.  An extracted
009420* or run entry whose feed has not come back yet counts when
009430* ANAGHIST shows one of the subject's full anagrams printed in
009440* the edition that day.  A planned entry never ran.
009450 2160-MATCH-SCHEDULE-ENTRY.
009460     MOVE SKED-SUBJECT-WORD TO WS-SKED-SUBJECT
009470     INSPECT WS-SKED-SUBJECT
009480      CONVERTING "abcdefghijklmnopqrstuvwxyz"
009490      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009500     IF WS-SKED-SUBJECT = WS-ENTRY-SUBJECT
009510         SET WS-SKED-END-OF-FILE TO TRUE
009520         EVALUATE TRUE
009530             WHEN SKED-IS-PUBLISHED
009540                 MOVE "B" TO WS-SUBJECT-RESULT
009550             WHEN SKED-IS-EXTRACTED OR SKED-IS-RUN
009560                 MOVE "U" TO WS-SUBJECT-RESULT
009570                 IF WS-HIST-AVAILABLE
009580                     PERFORM 2200-CONFIRM-FROM-HISTORY
009590                         THRU 2200-EXIT
009600                 END-IF
009610             WHEN OTHER
009620                 MOVE "U" TO WS-SUBJECT-RESULT
009630         END-EVALUATE
009640     ELSE
009650         PERFORM 8200-READ-SKED-ENTRY THRU 8200-EXIT
009660     END-IF.
009670 2160-EXIT.
009680     EXIT.
009690
009700* Walk the subject's DICT-SIG-KEY group and look each of its
009710* full anagrams up on ANAGHIST.  A subject with blank tiles
009720* has no signature group to walk and waits for its B.
009730 2200-CONFIRM-FROM-HISTORY.
009740     MOVE 0 TO WS-SUBJECT-WILD-COUNT
009750     INSPECT WS-SUBJECT-LOWERCASE TALLYING WS-SUBJECT-WILD-COUNT
009760      FOR ALL "?"
009770     IF WS-SUBJECT-WILD-COUNT = 0
009780         MOVE WS-SUBJECT-LOWERCASE TO WS-WORK-WORD
009790         PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
009800         PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
009810          UNTIL WS-LETTER-INDEX > 26
009820             MOVE WS-WORK-COUNTS(WS-LETTER-INDEX)
009830              TO WS-SIG-COUNT(WS-LETTER-INDEX)
009840         END-PERFORM
009850         MOVE WS-SIGNATURE-WORK TO WS-SUBJECT-SIGNATURE
009860         MOVE WS-ENTRY-EDITION TO DICT-SIG-EDITION
009870         MOVE WS-SUBJECT-SIGNATURE TO DICT-SIGNATURE
009880         MOVE "N" TO WS-DICT-EOF-SWITCH
009890         START ANAGRAM-DICT KEY IS EQUAL TO DICT-SIG-KEY
009900             INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
009910         END-START
009920         PERFORM 2250-CHECK-HISTORY-ANSWER THRU 2250-EXIT
009930             UNTIL WS-DICT-END-OF-FILE OR WS-SUBJECT-PUBLISHED
009940     END-IF.
009950 2200-EXIT.
009960     EXIT.
009970
009980 2250-CHECK-HISTORY-ANSWER.
009990     PERFORM 8300-READ-DICT-NEXT THRU 8300-EXIT
010000     IF NOT WS-DICT-END-OF-FILE
010010      AND (DICT-SIG-EDITION NOT = WS-ENTRY-EDITION
010020      OR DICT-SIGNATURE NOT = WS-SUBJECT-SIGNATURE)
010030         SET WS-DICT-END-OF-FILE TO TRUE
010040     END-IF
010050     IF NOT WS-DICT-END-OF-FILE
010060      AND DICT-WORD NOT = WS-SUBJECT-LOWERCASE
010070         MOVE WS-ENTRY-EDITION TO HIST-EDITION
010080         MOVE DICT-WORD TO HIST-WORD
010090         READ HIST-FILE
010100             INVALID KEY CONTINUE
010110         END-READ
010120         IF WS-HIST-STATUS = "00"
010130          AND HIST-PUB-DATE = WS-ENTRY-DATE
010140             MOVE "B" TO WS-SUBJECT-RESULT
010150         END-IF
010160     END-IF.
010170 2250-EXIT.
010180     EXIT.
010190
010200* The word itself: a well-formed word with no blanks of its
010210* own, not the subject over again, on the edition's
010220* dictionary, and buildable from the subject's tiles.
010230 2300-CHECK-WORD.
010240     MOVE CE-WORD TO WS-VALIDATE-INPUT
010250     PERFORM 7000-VALIDATE-WORD THRU 7000-EXIT
010260     IF NOT WS-WORD-IS-VALID
010270         ADD 1 TO WS-INV-BAD-WORD
010280     ELSE
010290         MOVE WS-ALPHA-TOTAL TO WS-ENTRY-LETTERS
010300         MOVE WS-WORK-COUNTS-TABLE TO WS-WORD-COUNTS-TABLE
010310         IF WS-ENTRY-WORD = WS-SUBJECT-LOWERCASE
010320             ADD 1 TO WS-INV-SUBJECT-WORD
010330             MOVE "WORD IS THE SUBJECT ITSELF"
010340              TO WS-REJECT-REASON
010350         ELSE
010360             MOVE WS-ENTRY-EDITION TO DICT-EDITION
010370             MOVE WS-ENTRY-WORD TO DICT-WORD
010380             READ ANAGRAM-DICT
010390                 INVALID KEY CONTINUE
010400             END-READ
010410             IF WS-DICT-STATUS NOT = "00"
010420                 ADD 1 TO WS-INV-NOT-IN-DICT
010430                 MOVE "WORD NOT IN EDITION'S DICTIONARY"
010440                  TO WS-REJECT-REASON
010450             ELSE
010460                 PERFORM 2350-CALL-ENGINE THRU 2350-EXIT
010470             END-IF
010480         END-IF
010490     END-IF.
010500 2300-EXIT.
010510     EXIT.
010520
010530* Put the one word to the engine against the subject.  Any
010540* subset match - full anagrams included - means the reader's
010550* word can be laid from the subject's tiles.
010560 2350-CALL-ENGINE.
010570     MOVE 1 TO WS-CANDIDATES-COUNT
010580     MOVE WS-ENTRY-WORD TO WS-CANDIDATE(1)
010590     MOVE "S" TO WS-CALL-MODE
010600     CALL "ANAGRAM" USING WS-CALL-MODE WS-SUBJECT-LOWERCASE
010610         WS-CANDIDATES-COUNT WS-CANDIDATES-TABLE
010620         WS-CALL-FULL-COUNT WS-CALL-FULL-LIST
010630         WS-CALL-SUBSET-COUNT WS-CALL-SUBSET-LIST
010640     IF WS-CALL-SUBSET-COUNT = 0
010650         ADD 1 TO WS-INV-NOT-FROM-TILES
010660         MOVE "WORD CANNOT BE MADE FROM THE SUBJECT'S TILES"
010670          TO WS-REJECT-REASON
010680     END-IF.
010690 2350-EXIT.
010700     EXIT.
010710
010720* Score the word as ANAGBAT's COMPUTE-WORD-SCORE does, with
010730* the entry's edition's tile values.  Only letters the
010740* subject's own tiles cover score: a letter laid on a blank
010750* tile counts zero, the way the physical game scores it.
010760 2400-SCORE-ENTRY.
010770     PERFORM 2450-SET-ACTIVE-TILE-VALUES THRU 2450-EXIT
010780     MOVE WS-SUBJECT-LOWERCASE TO WS-WORK-WORD
010790     PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
010800     MOVE WS-WORK-COUNTS-TABLE TO WS-SUBJ-COUNTS-TABLE
010810     MOVE 0 TO WS-ENTRY-SCORE
010820     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
010830      UNTIL WS-LETTER-INDEX > 26
010840         IF WS-WORD-COUNTS(WS-LETTER-INDEX)
010850          > WS-SUBJ-COUNTS(WS-LETTER-INDEX)
010860             MOVE WS-SUBJ-COUNTS(WS-LETTER-INDEX)
010870              TO WS-COVERED-COUNT
010880         ELSE
010890             MOVE WS-WORD-COUNTS(WS-LETTER-INDEX)
010900              TO WS-COVERED-COUNT
010910         END-IF
010920         COMPUTE WS-ENTRY-SCORE = WS-ENTRY-SCORE
010930             + WS-COVERED-COUNT
010940             * WS-ACTIVE-TILE-VALUE(WS-LETTER-INDEX)
010950     END-PERFORM.
010960 2400-EXIT.
010970     EXIT.
010980
010990* Resolve the tile values for the entry's edition: its own
011000* value where one was punched, else the global value.
011010 2450-SET-ACTIVE-TILE-VALUES.
011020     MOVE 0 TO WS-TILE-ED-SLOT
011030     PERFORM VARYING WS-TILE-ED-INDEX FROM 1 BY 1
011040      UNTIL WS-TILE-ED-INDEX > WS-TILE-ED-COUNT
011050         OR WS-TILE-ED-SLOT > 0
011060         IF WS-TILE-ED-CODE(WS-TILE-ED-INDEX)
011070          = WS-ENTRY-EDITION
011080             MOVE WS-TILE-ED-INDEX TO WS-TILE-ED-SLOT
011090         END-IF
011100     END-PERFORM
011110     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
011120      UNTIL WS-LETTER-INDEX > 26
011130         IF WS-TILE-ED-SLOT > 0
011140          AND WS-TILE-ED-SET
011150             (WS-TILE-ED-SLOT WS-LETTER-INDEX) = "Y"
011160             MOVE WS-TILE-ED-VALUE
011170                 (WS-TILE-ED-SLOT WS-LETTER-INDEX)
011180              TO WS-ACTIVE-TILE-VALUE(WS-LETTER-INDEX)
011190         ELSE
011200             MOVE WS-TILE-VALUE(WS-LETTER-INDEX)
011210              TO WS-ACTIVE-TILE-VALUE(WS-LETTER-INDEX)
011220         END-IF
011230     END-PERFORM.
011240 2450-EXIT.
011250     EXIT.
011260
011270* Stage the valid entry on the work file under its rank key.
011280* The score and length are inverted so the best entry keys
011290* lowest.  An entry ID already on the file is a duplicate and
011300* goes to the invalid listing instead.
011310 2500-FILE-VALID-ENTRY.
011320     MOVE WS-ENTRY-EDITION TO CWK-EDITION
011330     MOVE WS-ENTRY-DATE TO CWK-PUB-DATE
011340     MOVE WS-ENTRY-SUBJECT TO CWK-SUBJECT
011350     IF WS-RANK-BY-LENGTH
011360         COMPUTE CWK-RANK-1 = 9999 - WS-ENTRY-LETTERS
011370         COMPUTE CWK-RANK-2 = 9999 - WS-ENTRY-SCORE
011380     ELSE
011390         COMPUTE CWK-RANK-1 = 9999 - WS-ENTRY-SCORE
011400         COMPUTE CWK-RANK-2 = 9999 - WS-ENTRY-LETTERS
011410     END-IF
011420     MOVE CE-ENTRY-ID TO CWK-ENTRY-ID
011430     MOVE CE-ENTRY-ID TO CWK-ID-KEY
011440     MOVE WS-ENTRY-WORD TO CWK-WORD
011450     MOVE WS-ENTRY-SCORE TO CWK-SCORE
011460     MOVE WS-ENTRY-LETTERS TO CWK-LETTERS
011470     WRITE CWK-RECORD
011480         INVALID KEY
011490             ADD 1 TO WS-INV-DUPLICATE
011500             MOVE "DUPLICATE ENTRY ID" TO WS-REJECT-REASON
011510     END-WRITE
011520     EVALUATE WS-CWRK-STATUS
011530         WHEN "00"
011540             ADD 1 TO WS-ENTRIES-VALID
011550         WHEN "22"
011560             CONTINUE
011570         WHEN OTHER
011580             DISPLAY "ANAGCONT: ANAGCWRK WRITE FAILED, STATUS "
011590                 WS-CWRK-STATUS
011600             SET WS-FILE-ERROR TO TRUE
011610     END-EVALUATE.
011620 2500-EXIT.
011630     EXIT.
011640
011650 2900-WRITE-INVALID.
011660     ADD 1 TO WS-ENTRIES-INVALID
011670     MOVE SPACES TO WS-IRPT-DETAIL
011680     MOVE CE-ENTRY-ID TO IR-ENTRY-ID
011690     MOVE CE-EDITION TO IR-EDITION
011700     MOVE CE-PUB-DATE-X TO IR-PUB-DATE
011710     MOVE CE-SUBJECT TO IR-SUBJECT
011720     MOVE CE-WORD TO IR-WORD
011730     MOVE WS-REJECT-REASON TO IR-REASON
011740     MOVE WS-IRPT-DETAIL TO IRPT-LINE
011750     WRITE IRPT-LINE.
011760 2900-EXIT.
011770     EXIT.
011780
011790* Read the staged entries back in key order - edition, date,
011800* subject, then best first - and list the winners of each
011810* subject.  The work file is reopened for input first, since
011820* a keyed read on a file still open for output is refused.
011830 3000-PRINT-WINNERS.
011840     CLOSE CONT-WORK
011850     OPEN INPUT CONT-WORK
011860     IF WS-CWRK-STATUS NOT = "00"
011870         DISPLAY "ANAGCONT: ANAGCWRK REOPEN FAILED, STATUS "
011880             WS-CWRK-STATUS
011890         MOVE "N" TO WS-CWRK-OPEN-SWITCH
011900         SET WS-FILE-ERROR TO TRUE
011910     ELSE
011920         MOVE "N" TO WS-CWRK-EOF-SWITCH
011930         PERFORM 8500-READ-WORK-NEXT THRU 8500-EXIT
011940         PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
011950             UNTIL WS-CWRK-END-OF-FILE
011960         IF WS-SUBJECTS-JUDGED > 0
011970             PERFORM 3300-END-SUBJECT THRU 3300-EXIT
011980         ELSE
011990             MOVE SPACES TO WRPT-LINE
012000             WRITE WRPT-LINE
012010             MOVE "NO VALID ENTRIES - NO WINNERS TO LIST"
012020              TO WF-NOTE
012030             MOVE WS-WRPT-FILE-LINE TO WRPT-LINE
012040             WRITE WRPT-LINE
012050         END-IF
012060     END-IF.
012070 3000-EXIT.
012080     EXIT.
012090
012100* One staged entry.  A new subject closes the last one off
012110* and heads a new list; an entry tied with the one before it
012120* on both score and length shares its place, and an entry is
012130* listed while its place is within WINNERS.
012140 3100-PRINT-ONE-ENTRY.
012150     IF WS-SUBJECTS-JUDGED = 0
012160      OR CWK-GROUP-KEY NOT = WS-CURRENT-GROUP
012170         IF WS-SUBJECTS-JUDGED > 0
012180             PERFORM 3300-END-SUBJECT THRU 3300-EXIT
012190         END-IF
012200         PERFORM 3200-START-SUBJECT THRU 3200-EXIT
012210     END-IF
012220     ADD 1 TO WS-GROUP-POSITION
012230     ADD 1 TO WS-GROUP-ENTRIES
012240     IF WS-GROUP-POSITION = 1
012250      OR CWK-SCORE NOT = WS-PREV-SCORE
012260      OR CWK-LETTERS NOT = WS-PREV-LETTERS
012270         MOVE WS-GROUP-POSITION TO WS-GROUP-RANK
012280     END-IF
012290     MOVE CWK-SCORE TO WS-PREV-SCORE
012300     MOVE CWK-LETTERS TO WS-PREV-LETTERS
012310     IF WS-GROUP-RANK NOT > WS-WINNERS-PER-SUBJECT
012320         MOVE WS-GROUP-RANK TO WR-RANK
012330         MOVE CWK-ENTRY-ID TO WR-ENTRY-ID
012340         MOVE CWK-WORD TO WR-WORD
012350         MOVE CWK-SCORE TO WR-SCORE
012360         MOVE CWK-LETTERS TO WR-LETTERS
012370         MOVE WS-WRPT-DETAIL TO WRPT-LINE
012380         WRITE WRPT-LINE
012390         ADD 1 TO WS-GROUP-WINNERS
012400         ADD 1 TO WS-WINNERS-LISTED
012410     END-IF
012420     PERFORM 8500-READ-WORK-NEXT THRU 8500-EXIT.
012430 3100-EXIT.
012440     EXIT.
012450
012460 3200-START-SUBJECT.
012470     ADD 1 TO WS-SUBJECTS-JUDGED
012480     MOVE CWK-GROUP-KEY TO WS-CURRENT-GROUP
012490     MOVE 0 TO WS-GROUP-POSITION
012500     MOVE 0 TO WS-GROUP-RANK
012510     MOVE 0 TO WS-GROUP-ENTRIES
012520     MOVE 0 TO WS-GROUP-WINNERS
012530     MOVE SPACES TO WRPT-LINE
012540     WRITE WRPT-LINE
012550     MOVE WS-CURRENT-EDITION TO WG-EDITION
012560     MOVE WS-CURRENT-PUB-DATE TO WG-PUB-DATE
012570     MOVE WS-CURRENT-SUBJECT TO WG-SUBJECT
012580     MOVE WS-WRPT-SUBJECT-LINE TO WRPT-LINE
012590     WRITE WRPT-LINE
012600     MOVE WS-WRPT-HEADING-2 TO WRPT-LINE
012610     WRITE WRPT-LINE.
012620 3200-EXIT.
012630     EXIT.
012640
012650 3300-END-SUBJECT.
012660     MOVE WS-GROUP-ENTRIES TO WK-ENTRIES
012670     MOVE WS-GROUP-WINNERS TO WK-WINNERS
012680     MOVE WS-WRPT-SUBJECT-TOTAL TO WRPT-LINE
012690     WRITE WRPT-LINE.
012700 3300-EXIT.
012710     EXIT.
012720
012730* Entry statistics at the foot of the winners report, the
012740* invalid count at the foot of the listing, and the closes.
012750 4000-TERMINATE.
012760     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
012770         MOVE SPACES TO WRPT-LINE
012780         WRITE WRPT-LINE
012790         MOVE "ENTRIES READ................" TO WT-LABEL
012800         MOVE WS-ENTRIES-READ TO WT-VALUE
012810         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
012820         WRITE WRPT-LINE
012830         MOVE "ENTRIES VALID..............." TO WT-LABEL
012840         MOVE WS-ENTRIES-VALID TO WT-VALUE
012850         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
012860         WRITE WRPT-LINE
012870         MOVE "ENTRIES INVALID............." TO WT-LABEL
012880         MOVE WS-ENTRIES-INVALID TO WT-VALUE
012890         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
012900         WRITE WRPT-LINE
012910         MOVE "  INCOMPLETE ENTRY.........." TO WT-LABEL
012920         MOVE WS-INV-INCOMPLETE TO WT-VALUE
012930         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
012940         WRITE WRPT-LINE
012950         MOVE "  SUBJECT NOT SCHEDULED....." TO WT-LABEL
012960         MOVE WS-INV-NOT-SCHEDULED TO WT-VALUE
012970         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
012980         WRITE WRPT-LINE
012990         MOVE "  SUBJECT NOT PUBLISHED....." TO WT-LABEL
013000         MOVE WS-INV-NOT-PUBLISHED TO WT-VALUE
013010         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013020         WRITE WRPT-LINE
013030         MOVE "  WORD NOT WELL FORMED......" TO WT-LABEL
013040         MOVE WS-INV-BAD-WORD TO WT-VALUE
013050         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013060         WRITE WRPT-LINE
013070         MOVE "  WORD IS THE SUBJECT......." TO WT-LABEL
013080         MOVE WS-INV-SUBJECT-WORD TO WT-VALUE
013090         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013100         WRITE WRPT-LINE
013110         MOVE "  WORD NOT IN DICTIONARY...." TO WT-LABEL
013120         MOVE WS-INV-NOT-IN-DICT TO WT-VALUE
013130         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013140         WRITE WRPT-LINE
013150         MOVE "  NOT FROM SUBJECT'S TILES.." TO WT-LABEL
013160         MOVE WS-INV-NOT-FROM-TILES TO WT-VALUE
013170         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013180         WRITE WRPT-LINE
013190         MOVE "  DUPLICATE ENTRY ID........" TO WT-LABEL
013200         MOVE WS-INV-DUPLICATE TO WT-VALUE
013210         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013220         WRITE WRPT-LINE
013230         MOVE "SUBJECTS WITH VALID ENTRIES." TO WT-LABEL
013240         MOVE WS-SUBJECTS-JUDGED TO WT-VALUE
013250         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013260         WRITE WRPT-LINE
013270         MOVE "WINNERS LISTED.............." TO WT-LABEL
013280         MOVE WS-WINNERS-LISTED TO WT-VALUE
013290         MOVE WS-WRPT-TOTAL-LINE TO WRPT-LINE
013300         WRITE WRPT-LINE
013310         MOVE SPACES TO IRPT-LINE
013320         WRITE IRPT-LINE
013330         MOVE "INVALID ENTRIES LISTED......" TO IT-LABEL
013340         MOVE WS-ENTRIES-INVALID TO IT-VALUE
013350         MOVE WS-IRPT-TOTAL-LINE TO IRPT-LINE
013360         WRITE IRPT-LINE
013370     END-IF
013380     IF WS-ENTRY-OPEN
013390         CLOSE ENTRY-IN
013400     END-IF
013410     IF WS-SKED-OPEN
013420         CLOSE SKED-FILE
013430     END-IF
013440     IF WS-DICT-OPEN
013450         CLOSE ANAGRAM-DICT
013460     END-IF
013470     IF WS-CWRK-OPEN
013480         CLOSE CONT-WORK
013490     END-IF
013500     IF WS-HIST-AVAILABLE
013510         CLOSE HIST-FILE
013520     END-IF
013530     IF NOT WS-FATAL-ERROR
013540         CLOSE WIN-RPT
013550         CLOSE INV-RPT
013560     END-IF
013570     DISPLAY "ANAGCONT ENTRIES READ: " WS-ENTRIES-READ
013580         " VALID: " WS-ENTRIES-VALID
013590         " INVALID: " WS-ENTRIES-INVALID.
013600 4000-EXIT.
013610     EXIT.
013620
013630* Validate a word before it is reduced to letter counts - the
013640* rules of ANAGBAT's VALIDATE-WORD: not blank, nothing but
013650* letters, single embedded spaces and (where allowed) up to
013660* two "?" blank tiles, and not filling the whole field.
013670 7000-VALIDATE-WORD.
013680     MOVE "Y" TO WS-VALID-SWITCH
013690     MOVE SPACES TO WS-REJECT-REASON
013700     IF WS-VALIDATE-INPUT = SPACES
013710         MOVE "N" TO WS-VALID-SWITCH
013720         MOVE "WORD IS BLANK" TO WS-REJECT-REASON
013730     ELSE
013740         MOVE 0 TO WS-TRAIL-SPACES
013750         INSPECT WS-VALIDATE-INPUT TALLYING WS-TRAIL-SPACES
013760          FOR TRAILING SPACE
013770         COMPUTE WS-WORD-LEN = 40 - WS-TRAIL-SPACES
013780         MOVE 0 TO WS-SPACE-TOTAL
013790         INSPECT WS-VALIDATE-INPUT TALLYING WS-SPACE-TOTAL
013800          FOR ALL SPACE
013810         COMPUTE WS-EMBEDDED-SPACES =
013820             WS-SPACE-TOTAL - WS-TRAIL-SPACES
013830         MOVE 0 TO WS-WILD-TOTAL
013840         INSPECT WS-VALIDATE-INPUT TALLYING WS-WILD-TOTAL
013850          FOR ALL "?"
013860         MOVE WS-VALIDATE-INPUT TO WS-WORK-WORD
013870         INSPECT WS-WORK-WORD
013880          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
013890          TO "abcdefghijklmnopqrstuvwxyz"
013900         PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
013910         MOVE 0 TO WS-ALPHA-TOTAL
013920         PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
013930          UNTIL WS-LETTER-INDEX > 26
013940             ADD WS-WORK-COUNTS(WS-LETTER-INDEX) TO WS-ALPHA-TOTAL
013950         END-PERFORM
013960         IF WS-ALPHA-TOTAL + WS-EMBEDDED-SPACES + WS-WILD-TOTAL
013970          NOT = WS-WORD-LEN
013980             MOVE "N" TO WS-VALID-SWITCH
013990             MOVE "WORD CONTAINS NON-ALPHABETIC CHARACTERS"
014000                 TO WS-REJECT-REASON
014010         ELSE
014020             IF WS-WILD-TOTAL > 0
014030                 PERFORM 7200-VALIDATE-WILDCARD-USE
014040                     THRU 7200-EXIT
014050             END-IF
014060             IF WS-WORD-IS-VALID AND WS-EMBEDDED-SPACES > 0
014070                 PERFORM 7100-VALIDATE-PHRASE-SPACING
014080                     THRU 7100-EXIT
014090             END-IF
014100             IF WS-WORD-IS-VALID AND WS-WORD-LEN = 40
014110                 MOVE "N" TO WS-VALID-SWITCH
014120                 MOVE "WORD FILLS FIELD - POSSIBLE TRUNCATION"
014130                  TO WS-REJECT-REASON
014140             END-IF
014150         END-IF
014160     END-IF.
014170 7000-EXIT.
014180     EXIT.
014190
014200 7100-VALIDATE-PHRASE-SPACING.
014210     IF WS-VALIDATE-INPUT(1:1) = SPACE
014220         MOVE "N" TO WS-VALID-SWITCH
014230         MOVE "PHRASE STARTS WITH A SPACE"
014240          TO WS-REJECT-REASON
014250     END-IF
014260     PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
014270      UNTIL WS-SCAN-INDEX >= WS-WORD-LEN
014280         OR NOT WS-WORD-IS-VALID
014290         IF WS-VALIDATE-INPUT(WS-SCAN-INDEX:2) = "  "
014300             MOVE "N" TO WS-VALID-SWITCH
014310             MOVE "PHRASE HAS CONSECUTIVE SPACES"
014320              TO WS-REJECT-REASON
014330         END-IF
014340     END-PERFORM.
014350 7100-EXIT.
014360     EXIT.
014370
014380 7200-VALIDATE-WILDCARD-USE.
014390     IF NOT WS-WILDCARDS-ALLOWED
014400         MOVE "N" TO WS-VALID-SWITCH
014410         MOVE "WILDCARD NOT VALID IN THIS WORD"
014420          TO WS-REJECT-REASON
014430     ELSE
014440         IF WS-WILD-TOTAL > 2
014450             MOVE "N" TO WS-VALID-SWITCH
014460             MOVE "MORE THAN TWO WILDCARD TILES"
014470              TO WS-REJECT-REASON
014480         END-IF
014490     END-IF.
014500 7200-EXIT.
014510     EXIT.
014520
014530 7300-BUILD-LETTER-COUNTS.
014540     INITIALIZE WS-WORK-COUNTS-TABLE
014550     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
014560      UNTIL WS-LETTER-INDEX > 26
014570         INSPECT WS-WORK-WORD TALLYING
014580          WS-WORK-COUNTS(WS-LETTER-INDEX)
014590          FOR ALL WS-ALPHABET(WS-LETTER-INDEX:1)
014600     END-PERFORM.
014610 7300-EXIT.
014620     EXIT.
014630
014640 8000-READ-ENTRY.
014650     READ ENTRY-IN
014660         AT END SET WS-ENTRY-END-OF-FILE TO TRUE
014670     END-READ.
014680 8000-EXIT.
014690     EXIT.
014700
014710 8100-READ-TILE-CARD.
014720     READ TILE-VALUES
014730         AT END SET WS-TILE-END-OF-FILE TO TRUE
014740     END-READ.
014750 8100-EXIT.
014760     EXIT.
014770
014780* Read the next schedule entry, stopping at end of file or the
014790* first entry past the entry's date and edition.
014800 8200-READ-SKED-ENTRY.
014810     READ SKED-FILE NEXT RECORD
014820         AT END SET WS-SKED-END-OF-FILE TO TRUE
014830     END-READ
014840     IF WS-SKED-STATUS NOT = "00"
014850         SET WS-SKED-END-OF-FILE TO TRUE
014860     END-IF
014870     IF NOT WS-SKED-END-OF-FILE
014880      AND (SKED-PUB-DATE NOT = WS-ENTRY-DATE
014890      OR SKED-EDITION NOT = WS-ENTRY-EDITION)
014900         SET WS-SKED-END-OF-FILE TO TRUE
014910     END-IF.
014920 8200-EXIT.
014930     EXIT.
014940
014950* "02" is a good read under the duplicate signature key.  Any
014960* other bad status ends the loop - an I/O error raises neither
014970* AT END nor INVALID KEY and would otherwise spin.
014980 8300-READ-DICT-NEXT.
014990     READ ANAGRAM-DICT NEXT RECORD
015000         AT END SET WS-DICT-END-OF-FILE TO TRUE
015010     END-READ
015020     IF WS-DICT-STATUS NOT = "00" AND WS-DICT-STATUS NOT = "02"
015030         SET WS-DICT-END-OF-FILE TO TRUE
015040     END-IF.
015050 8300-EXIT.
015060     EXIT.
015070
015080 8400-READ-PARM-CARD.
015090     READ PARM-FILE
015100         AT END SET WS-PARM-END-OF-FILE TO TRUE
015110     END-READ.
015120 8400-EXIT.
015130     EXIT.
015140
015150 8500-READ-WORK-NEXT.
015160     READ CONT-WORK NEXT RECORD
015170         AT END SET WS-CWRK-END-OF-FILE TO TRUE
015180     END-READ
015190     IF WS-CWRK-STATUS NOT = "00"
015200         SET WS-CWRK-END-OF-FILE TO TRUE
015210     END-IF.
015220 8500-EXIT.
015230     EXIT.
015240
015250* Tell the scheduler how the judging went: 0 when there are
015260* winners to announce, 4 when not one entry was valid (an
015270* empty or misdirected entry file), 8 on a bad parm card or
015280* a file error.
015290 9000-SET-RETURN-CODE.
015300     EVALUATE TRUE
015310         WHEN WS-FATAL-ERROR
015320             MOVE 8 TO RETURN-CODE
015330         WHEN WS-FILE-ERROR
015340             MOVE 8 TO RETURN-CODE
015350         WHEN WS-ENTRIES-VALID = 0
015360             MOVE 4 TO RETURN-CODE
015370         WHEN OTHER
015380             MOVE 0 TO RETURN-CODE
015390     END-EVALUATE.
015400 9000-EXIT.
015410     EXIT.
015420
015430 END PROGRAM ANAGCONT.
