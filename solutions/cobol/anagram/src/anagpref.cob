000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGPREF.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  PRE-FLIGHT CHECK OF THE ANAGSKED SUBJECT
000220*                  SCHEDULE.  A DUD SUBJECT - NO FULL
000230*                  ANAGRAMS, EVERY ANSWER ON ANAGEXCL, OR
000240*                  EVERY ANSWER HELD BACK AS A REPEAT BY
000250*                  ANAGHIST - WAS ONLY FOUND THE NIGHT IT
000260*                  RAN.  THIS STEP TAKES EVERY PLANNED ENTRY
000270*                  FOR THE NEXT DAYS DAYS AFTER THE RUN DATE
000280*                  AND PUTS IT THROUGH THE NIGHTLY RUN'S OWN
000290*                  SUBJECT VALIDATION, DICT-SIG-KEY LOOKUP
000300*                  AND ANAGRAM ENGINE CALLS, APPLYING THE
000310*                  EXCLUSION LIST AND THE REPEAT WINDOW AS OF
000320*                  THE SUBJECT'S OWN PUBLICATION DATE.  THE
000330*                  ANAGPFRP EXCEPTION REPORT LISTS, BY DATE
000340*                  AND EDITION, EVERY SUBJECT WITH NO USABLE
000350*                  ANSWER, EVERY SUBJECT WHOSE USABLE ANSWERS
000360*                  ALL LACK A CLUE ON ANAGCLUE, AND EVERY DATE
000370*                  OR EDITION WITH NOTHING SCHEDULED.  RUN
000380*                  CONTROL IS ON THE ANAGPPRM PARM FILE
000390*                  (ANAGPARM CONVENTIONS).  ENDS WITH
000400*                  RETURN-CODE 4 WHEN ANY EXCEPTION PRINTED,
000410*                  8 ON A BAD PARM CARD OR A FILE ERROR.
000413* 10/15/2026  RJB  PASS OVER ANAGBAT'S NEW GRADE-* DIFFICULTY
000416*                  CARDS SO THE NIGHTLY DECK STILL CONCATENATES.
000417* 10/15/2026  RJB  A SUBJECT WITH NO USABLE FULL ANAGRAM IS NOW
000418*                  AN EXCEPTION UNDER MATCH-MODE F OR B EVEN WHEN
000419*                  IT HAS USABLE SUBSET WORDS, AND A FULL ANAGRAM
000420*                  THE ENGINE ALSO RETURNS AS A SUBSET MATCH IS
000421*                  NO LONGER COUNTED TWICE IN MODE B.
000422*--------------------------------------------------------------
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT SKED-FILE ASSIGN TO ANAGSKED
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SKED-PRIME-KEY
000510         FILE STATUS IS WS-SKED-STATUS.
000520
000530     SELECT ANAGRAM-DICT ASSIGN TO ANAGDICT
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DICT-PRIME-KEY
000570         ALTERNATE RECORD KEY IS DICT-SIG-KEY
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-DICT-STATUS.
000600
000610     SELECT EXCL-FILE ASSIGN TO ANAGEXCL
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS EXCL-WORD
000650         FILE STATUS IS WS-EXCL-STATUS.
000660
000670     SELECT HIST-FILE ASSIGN TO ANAGHIST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS HIST-PRIME-KEY
000710         FILE STATUS IS WS-HIST-STATUS.
000720
000730     SELECT CLUE-FILE ASSIGN TO ANAGCLUE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS CLUE-PRIME-KEY
000770         FILE STATUS IS WS-CLUE-STATUS.
000780
000790     SELECT PARM-FILE ASSIGN TO ANAGPPRM
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PARM-STATUS.
000820
000830     SELECT PREF-RPT ASSIGN TO ANAGPFRP
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  SKED-FILE.
000890 01  SKED-RECORD.
000900     05 SKED-PRIME-KEY.
000910        10 SKED-PUB-DATE        PIC 9(08).
000920        10 SKED-EDITION         PIC X(02).
000930        10 SKED-SUBJECT-WORD    PIC X(40).
000940     05 SKED-STATUS             PIC X(01).
000950        88 SKED-IS-PLANNED      VALUE "P".
000960        88 SKED-IS-EXTRACTED    VALUE "E".
000970        88 SKED-IS-RUN          VALUE "R".
000980        88 SKED-IS-PUBLISHED    VALUE "B".
000990     05 SKED-ADDED-DATE         PIC 9(08).
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
001130 FD  EXCL-FILE.
001140 01  EXCL-RECORD.
001150     05 EXCL-WORD               PIC X(40).
001160
001170 FD  HIST-FILE.
001180 01  HIST-RECORD.
001190     05 HIST-PRIME-KEY.
001200        10 HIST-EDITION         PIC X(02).
001210        10 HIST-WORD            PIC X(40).
001220     05 HIST-PUB-DATE           PIC 9(08).
001230
001240 FD  CLUE-FILE.
001250 01  CLUE-RECORD.
001260     05 CLUE-PRIME-KEY.
001270        10 CLUE-EDITION         PIC X(02).
001280        10 CLUE-WORD            PIC X(40).
001290     05 CLUE-TEXT               PIC X(60).
001300
001310 FD  PARM-FILE.
001320 01  PARM-CARD                  PIC X(80).
001330
001340 FD  PREF-RPT.
001350 01  PRPT-LINE                  PIC X(132).
001360
001370 WORKING-STORAGE SECTION.
001380*--------------------------------------------------------------
001390* SWITCHES
001400*--------------------------------------------------------------
001410 77  WS-SKED-STATUS             PIC X(02) VALUE "00".
001420 77  WS-DICT-STATUS             PIC X(02) VALUE "00".
001430 77  WS-EXCL-STATUS             PIC X(02) VALUE "00".
001440 77  WS-HIST-STATUS             PIC X(02) VALUE "00".
001450 77  WS-CLUE-STATUS             PIC X(02) VALUE "00".
001460 77  WS-PARM-STATUS             PIC X(02) VALUE "00".
001470 77  WS-SKED-EOF-SWITCH         PIC X(01) VALUE "N".
001480     88 WS-SKED-END-OF-FILE     VALUE "Y".
001490 77  WS-DICT-EOF-SWITCH         PIC X(01) VALUE "N".
001500     88 WS-DICT-END-OF-FILE     VALUE "Y".
001510 77  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
001520     88 WS-PARM-END-OF-FILE     VALUE "Y".
001530 77  WS-EXCL-AVAIL-SWITCH       PIC X(01) VALUE "N".
001540     88 WS-EXCL-AVAILABLE       VALUE "Y".
001550 77  WS-HIST-AVAIL-SWITCH       PIC X(01) VALUE "N".
001560     88 WS-HIST-AVAILABLE       VALUE "Y".
001570 77  WS-CLUE-AVAIL-SWITCH       PIC X(01) VALUE "N".
001580     88 WS-CLUE-AVAILABLE       VALUE "Y".
001590 77  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
001600     88 WS-FATAL-ERROR          VALUE "Y".
001610 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
001620     88 WS-FILE-ERROR           VALUE "Y".
001630 77  WS-INPUTS-OPEN-SWITCH      PIC X(01) VALUE "N".
001640     88 WS-INPUTS-OPEN          VALUE "Y".
001650 77  WS-EXCLUDED-SWITCH         PIC X(01) VALUE "N".
001660     88 WS-WORD-IS-EXCLUDED     VALUE "Y".
001670 77  WS-REPEAT-SWITCH           PIC X(01) VALUE "N".
001680     88 WS-WORD-IS-REPEAT       VALUE "Y".
001690 77  WS-WILD-ALLOW-SWITCH       PIC X(01) VALUE "N".
001700     88 WS-WILDCARDS-ALLOWED    VALUE "Y".
001701 77  WS-ANSWER-KIND-SWITCH      PIC X(01) VALUE "F".
001702     88 WS-ANSWER-IS-FULL       VALUE "F".
001703     88 WS-ANSWER-IS-SUBSET     VALUE "S".
001704 77  WS-ALREADY-FULL-SWITCH     PIC X(01) VALUE "N".
001705     88 WS-ANSWER-ALREADY-FULL  VALUE "Y".
001710
001720*--------------------------------------------------------------
001730* RUN CONTROL.  THE ANAGPPRM CARD FILE FOLLOWS THE ANAGPARM
001740* CONVENTIONS (KEYWORD=VALUE, ONE PER CARD, * IN COLUMN 1 FOR
001750* A COMMENT, A BAD CARD STOPS THE RUN WITH RETURN-CODE 8).
001760*   DAYS=N           HOW MANY DAYS AFTER THE RUN DATE TO CHECK
001770*   RUN-DATE=CCYYMMDD  TODAY UNLESS PUNCHED
001780*   EDITION=XX       AN EDITION EXPECTED ON EVERY DATE - ONE
001790*                    CARD PER EDITION.  WITH NO EDITION CARDS
001800*                    EVERY EDITION ON ANAGRAM-DICT IS EXPECTED.
001810*   MATCH-MODE, REPEAT-DAYS, REPEAT-DAYS-XX
001820*                    AS ON ANAGPARM, SO THE CHECK MATCHES THE
001830*                    WAY THE NIGHTLY RUN WILL MATCH
001840* THE REST OF THE ANAGPARM KEYWORDS ARE ACCEPTED AND IGNORED,
001850* SO THE NIGHTLY DECK CAN BE CONCATENATED AHEAD OF THIS ONE
001860* AND THE TWO STEPS NEVER DRIFT APART.
001870*--------------------------------------------------------------
001880 01  WS-CHECK-DAYS              PIC 9(03) VALUE 7.
001890 01  WS-MATCH-MODE              PIC X(01) VALUE "B".
001900     88 WS-MODE-FULL            VALUE "F".
001910     88 WS-MODE-SUBSET          VALUE "S".
001920     88 WS-MODE-BOTH            VALUE "B".
001930 01  WS-PARM-KEYWORD            PIC X(20).
001940 01  WS-PARM-VALUE              PIC X(10).
001950 01  WS-PARM-NUMBER             PIC 9(06).
001960 01  WS-PARM-NUM-OK-SWITCH      PIC X(01).
001970     88 WS-PARM-NUM-OK          VALUE "Y".
001980 01  WS-PARM-DATE               PIC 9(08).
001990 01  WS-PARM-CHAR-INDEX         PIC 9(02).
002000 01  WS-PARM-CHAR               PIC X(01).
002010 01  WS-PARM-DIGIT REDEFINES WS-PARM-CHAR
002020                                PIC 9(01).
002030
002040*--------------------------------------------------------------
002050* THE DATES CHECKED - THE DAY AFTER THE RUN DATE THROUGH
002060* WS-CHECK-DAYS DAYS AFTER IT, WALKED ONE DAY AT A TIME BY
002070* INTEGER DAY NUMBER SO MONTH AND YEAR ENDS TAKE CARE OF
002080* THEMSELVES.  TONIGHT'S OWN ENTRIES ARE ANAGSXTR'S BUSINESS.
002090*--------------------------------------------------------------
002100 01  WS-RUN-DATE                PIC 9(08).
002110 01  WS-FIRST-DATE              PIC 9(08).
002120 01  WS-LAST-DATE               PIC 9(08).
002130 01  WS-CHECK-DATE              PIC 9(08).
002140 01  WS-CHECK-INTEGER           PIC 9(08).
002150 01  WS-LAST-INTEGER            PIC 9(08).
002160 01  WS-DATE-ENTRIES            PIC 9(05).
002170
002180*--------------------------------------------------------------
002190* EDITIONS EXPECTED ON EVERY DATE, FROM THE EDITION CARDS OR
002200* ELSE FROM ANAGRAM-DICT.  THE SEEN FLAG IS RESET FOR EACH
002210* DATE AND SET BY ANY SCHEDULE ENTRY FOR THE EDITION, PLANNED
002220* OR ALREADY PAST PLANNED.  AN ELEVENTH EDITION IS A BAD CARD
002230* - THE SHOP PUBLISHES NOWHERE NEAR THAT MANY.
002240*--------------------------------------------------------------
002250 01  WS-EXP-ED-MAX              PIC 9(02) VALUE 10.
002260 01  WS-EXP-ED-COUNT            PIC 9(02) VALUE 0.
002270 01  WS-EXP-ED-TABLE.
002280     05 WS-EXP-ED-ENTRY OCCURS 10 TIMES.
002290        10 WS-EXP-ED-CODE       PIC X(02).
002300        10 WS-EXP-ED-SEEN       PIC X(01).
002310 01  WS-EXP-ED-INDEX            PIC 9(02).
002320 01  WS-EXP-ED-SLOT             PIC 9(02).
002330 01  WS-EXP-ED-CARDS-SWITCH     PIC X(01) VALUE "N".
002340     88 WS-EXP-ED-FROM-CARDS    VALUE "Y".
002350
002360*--------------------------------------------------------------
002370* REPEAT WINDOW - THE SAME GLOBAL AND PER-EDITION DAYS ANAGBAT
002380* USES, BUT THE CUTOFF IS TAKEN BACK FROM THE SUBJECT'S OWN
002390* PUBLICATION DATE, NOT FROM TODAY.
002400*--------------------------------------------------------------
002410 01  WS-REPEAT-DAYS-GLOBAL      PIC 9(04) VALUE 14.
002420 01  WS-RPTD-ED-MAX             PIC 9(02) VALUE 10.
002430 01  WS-RPTD-ED-COUNT           PIC 9(02) VALUE 0.
002440 01  WS-RPTD-ED-TABLE.
002450     05 WS-RPTD-ED-ENTRY OCCURS 10 TIMES.
002460        10 WS-RPTD-ED-CODE      PIC X(02).
002470        10 WS-RPTD-ED-DAYS      PIC 9(04).
002480 01  WS-RPTD-ED-INDEX           PIC 9(02).
002490 01  WS-RPTD-ED-SLOT            PIC 9(02).
002500 01  WS-ACTIVE-REPEAT-DAYS      PIC 9(04) VALUE 0.
002510 01  WS-REPEAT-CUTOFF           PIC 9(08) VALUE 0.
002520 01  WS-CUTOFF-INTEGER          PIC 9(08).
002530 01  WS-EXCL-LOOKUP             PIC X(40).
002540 01  WS-HIST-LOOKUP             PIC X(40).
002550 01  WS-CLUE-LOOKUP             PIC X(40).
002560
002570*--------------------------------------------------------------
002571* THE SUBJECT BEING CHECKED AND WHAT BECAME OF ITS ANSWERS.
002572* FOUND COUNTS EVERY ANSWER THE DICTIONARY GAVE; EACH IS THEN
002573* EXCLUDED, HELD AS A REPEAT, OR USABLE - AND A USABLE ANSWER
002574* WITH A CLUE ON ANAGCLUE IS ALSO COUNTED CLUED.  THE FULL
002575* ANAGRAMS AMONG THEM ARE ALSO COUNTED IN WS-FULL-FOUND AND
002576* WS-FULL-USABLE, EACH ONCE ONLY.
002620*--------------------------------------------------------------
002630 01  WS-SUBJECT                 PIC X(40).
002640 01  WS-SUBJECT-EDITION         PIC X(02).
002650 01  WS-SUBJECT-LOWERCASE       PIC X(40).
002660 01  WS-SUBJECT-SIGNATURE       PIC X(52).
002670 01  WS-SIGNATURE-WORK.
002680     05 WS-SIG-COUNT OCCURS 26 TIMES PIC 9(02).
002690 01  WS-SUBJECT-WILD-COUNT      PIC 9(02).
002700 01  WS-ANSWERS-FOUND           PIC 9(05).
002710 01  WS-ANSWERS-EXCLUDED        PIC 9(05).
002720 01  WS-ANSWERS-REPEAT          PIC 9(05).
002730 01  WS-ANSWERS-USABLE          PIC 9(05).
002740 01  WS-ANSWERS-CLUED           PIC 9(05).
002741 01  WS-FULL-FOUND              PIC 9(05).
002742 01  WS-FULL-USABLE             PIC 9(05).
002743 01  WS-SUBJECT-LETTER-TOTAL    PIC 9(03).
002744 01  WS-ANSWER-LETTER-TOTAL     PIC 9(03).
002750 01  WS-ANSWER-WORD             PIC X(40).
002760
002770*--------------------------------------------------------------
002780* ONE BATCH OF DICTIONARY WORDS FOR THE ANAGRAM ENGINE,
002790* CLAMPED TO 97 WORDS LIKE ANAGBAT'S SO EVERY MATCH FITS THE
002800* ENGINE'S 4000-BYTE RESULT LISTS.  THE SCAN PASSES "S" FOR A
002810* PLAIN SUBJECT, WHOSE FULL ANAGRAMS COME OFF THE SIGNATURE
002820* KEY, AND THE RUN'S OWN MODE FOR A SUBJECT WITH BLANK TILES.
002830*--------------------------------------------------------------
002840 01  WS-CANDIDATES-COUNT        PIC 9(03).
002850 01  WS-CANDIDATES-TABLE.
002860     05 WS-CANDIDATES OCCURS 1 TO 500
002870                      DEPENDING ON WS-CANDIDATES-COUNT.
002880        10 WS-CANDIDATE         PIC X(40).
002890 01  WS-DICT-BATCH-MAX          PIC 9(03) VALUE 97.
002900 01  WS-DICT-BATCH-INDEX        PIC 9(03).
002910 01  WS-SCAN-CALL-MODE          PIC X(01).
002920 01  WS-CALL-MODE               PIC X(01).
002930 01  WS-CALL-FULL-COUNT         PIC 9(03).
002940 01  WS-CALL-FULL-LIST          PIC X(4000).
002950 01  WS-CALL-SUBSET-COUNT       PIC 9(03).
002960 01  WS-CALL-SUBSET-LIST        PIC X(4000).
002970 01  WS-CALL-LIST               PIC X(4000).
002980 01  WS-CALL-LIST-LEN           PIC 9(05).
002990 01  WS-UNSTRING-PTR            PIC 9(05).
003000
003010*--------------------------------------------------------------
003020* WORD VALIDATION - THE SAME RULES ANAGBAT'S VALIDATE-WORD
003030* APPLIES, SO A SUBJECT THE NIGHTLY RUN WOULD REJECT IS
003040* REPORTED HERE WITH THE SAME REASON.
003050*--------------------------------------------------------------
003060 01  WS-ALPHABET                PIC X(26) VALUE
003070     "abcdefghijklmnopqrstuvwxyz".
003080 01  WS-WORK-WORD               PIC X(40).
003090 01  WS-WORK-COUNTS-TABLE.
003100     05 WS-WORK-COUNTS OCCURS 26 TIMES PIC 9(05) COMP.
003110 01  WS-LETTER-INDEX            PIC 99.
003120 01  WS-VALIDATE-INPUT          PIC X(40).
003130 01  WS-WORD-LEN                PIC 9(02).
003140 01  WS-TRAIL-SPACES            PIC 9(05).
003150 01  WS-SPACE-TOTAL             PIC 9(05).
003160 01  WS-EMBEDDED-SPACES         PIC 9(05).
003170 01  WS-SCAN-INDEX              PIC 9(02).
003180 01  WS-ALPHA-TOTAL             PIC 9(05).
003190 01  WS-WILD-TOTAL              PIC 9(02).
003200 01  WS-VALID-SWITCH            PIC X(01).
003210     88 WS-WORD-IS-VALID        VALUE "Y".
003220 01  WS-REJECT-REASON           PIC X(45).
003230
003240*--------------------------------------------------------------
003250* RUN COUNTS FOR THE REPORT TOTALS
003260*--------------------------------------------------------------
003270 01  WS-DATES-CHECKED           PIC 9(06) VALUE 0.
003280 01  WS-SUBJECTS-CHECKED        PIC 9(06) VALUE 0.
003290 01  WS-SUBJECTS-PASSED         PIC 9(06) VALUE 0.
003300 01  WS-SUBJECTS-REJECTED       PIC 9(06) VALUE 0.
003310 01  WS-SUBJECTS-NO-ANSWER      PIC 9(06) VALUE 0.
003320 01  WS-SUBJECTS-NO-CLUE        PIC 9(06) VALUE 0.
003330 01  WS-DATES-EMPTY             PIC 9(06) VALUE 0.
003340 01  WS-EDITIONS-EMPTY          PIC 9(06) VALUE 0.
003350 01  WS-EXCEPTION-COUNT         PIC 9(06) VALUE 0.
003360
003370*--------------------------------------------------------------
003380* REPORT LINE WORK AREAS
003390*--------------------------------------------------------------
003400 01  WS-PRPT-HEADING-1.
003410     05 FILLER                  PIC X(40)
003420         VALUE "ANAGSKED PRE-FLIGHT EXCEPTION REPORT".
003430 01  WS-PRPT-DATE-LINE.
003440     05 FILLER                  PIC X(10) VALUE "RUN DATE:".
003450     05 PD-RUN-DATE             PIC 9(08).
003460     05 FILLER                  PIC X(12) VALUE "   CHECKING".
003470     05 PD-FIRST-DATE           PIC 9(08).
003480     05 FILLER                  PIC X(06) VALUE " THRU ".
003490     05 PD-LAST-DATE            PIC 9(08).
003500     05 FILLER                  PIC X(09) VALUE "   MODE: ".
003510     05 PD-MODE                 PIC X(01).
003520 01  WS-PRPT-FILE-LINE.
003530     05 FILLER                  PIC X(02) VALUE SPACES.
003540     05 PF-NOTE                 PIC X(60).
003550 01  WS-PRPT-HEADING-2.
003560     05 FILLER                  PIC X(10) VALUE "PUB DATE".
003570     05 FILLER                  PIC X(04) VALUE "ED".
003580     05 FILLER                  PIC X(42) VALUE "SUBJECT".
003590     05 FILLER                  PIC X(42) VALUE "EXCEPTION".
003600     05 FILLER                  PIC X(32)
003610         VALUE "FOUND  EXCL   RPT  USABLE  CLUED".
003620 01  WS-PRPT-DETAIL.
003630     05 PR-PUB-DATE             PIC 9(08).
003640     05 FILLER                  PIC X(02) VALUE SPACES.
003650     05 PR-EDITION              PIC X(02).
003660     05 FILLER                  PIC X(02) VALUE SPACES.
003670     05 PR-SUBJECT              PIC X(40).
003680     05 FILLER                  PIC X(02) VALUE SPACES.
003690     05 PR-EXCEPTION            PIC X(40).
003700     05 FILLER                  PIC X(02) VALUE SPACES.
003710     05 PR-COUNTS.
003720        10 PR-FOUND             PIC ZZZZ9.
003730        10 FILLER               PIC X(01) VALUE SPACES.
003740        10 PR-EXCLUDED          PIC ZZZZ9.
003750        10 FILLER               PIC X(01) VALUE SPACES.
003760        10 PR-REPEAT            PIC ZZZZ9.
003770        10 FILLER               PIC X(03) VALUE SPACES.
003780        10 PR-USABLE            PIC ZZZZ9.
003790        10 FILLER               PIC X(02) VALUE SPACES.
003800        10 PR-CLUED             PIC ZZZZ9.
003810 01  WS-PRPT-TOTAL-LINE.
003820     05 PT-LABEL                PIC X(28).
003830     05 PT-VALUE                PIC ZZZ,ZZ9.
003840
003850 PROCEDURE DIVISION.
003860
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003890     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
003900         PERFORM 2000-CHECK-ONE-DATE THRU 2000-EXIT
003910             UNTIL WS-CHECK-INTEGER > WS-LAST-INTEGER
003920     END-IF
003930     PERFORM 3000-TERMINATE THRU 3000-EXIT
003940     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
003950     STOP RUN.
003960
003970 1000-INITIALIZE.
003980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003990     PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
004000     IF NOT WS-FATAL-ERROR
004010         COMPUTE WS-CHECK-INTEGER =
004020             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
004030         COMPUTE WS-LAST-INTEGER =
004040             WS-CHECK-INTEGER + WS-CHECK-DAYS - 1
004050         COMPUTE WS-FIRST-DATE =
004060             FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
004070         COMPUTE WS-LAST-DATE =
004080             FUNCTION DATE-OF-INTEGER(WS-LAST-INTEGER)
004090         OPEN OUTPUT PREF-RPT
004100         MOVE WS-PRPT-HEADING-1 TO PRPT-LINE
004110         WRITE PRPT-LINE
004120         MOVE WS-RUN-DATE TO PD-RUN-DATE
004130         MOVE WS-FIRST-DATE TO PD-FIRST-DATE
004140         MOVE WS-LAST-DATE TO PD-LAST-DATE
004150         MOVE WS-MATCH-MODE TO PD-MODE
004160         MOVE WS-PRPT-DATE-LINE TO PRPT-LINE
004170         WRITE PRPT-LINE
004180         PERFORM 1200-OPEN-FILES THRU 1200-EXIT
004190         IF NOT WS-FILE-ERROR
004200             PERFORM 1500-LOAD-DICT-EDITIONS THRU 1500-EXIT
004210         END-IF
004220         IF NOT WS-FILE-ERROR
004230             MOVE SPACES TO PRPT-LINE
004240             WRITE PRPT-LINE
004250             MOVE WS-PRPT-HEADING-2 TO PRPT-LINE
004260             WRITE PRPT-LINE
004270         END-IF
004280     END-IF.
004290 1000-EXIT.
004300     EXIT.
004310
004320* The schedule and the dictionary are required.  The exclusion
004330* list, the history and the clues are optional exactly as they
004340* are to ANAGBAT - a missing one is noted on the report so the
004350* desk knows that check was not made.
004360 1200-OPEN-FILES.
004370     OPEN INPUT SKED-FILE
004380     IF WS-SKED-STATUS NOT = "00"
004390         DISPLAY "ANAGPREF: ANAGSKED OPEN FAILED, STATUS "
004400             WS-SKED-STATUS
004410         MOVE "** SCHEDULE OPEN FAILED - NOTHING CHECKED **"
004420          TO PF-NOTE
004430         MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
004440         WRITE PRPT-LINE
004450         SET WS-FILE-ERROR TO TRUE
004460     ELSE
004470         OPEN INPUT ANAGRAM-DICT
004480         IF WS-DICT-STATUS NOT = "00"
004490             DISPLAY "ANAGPREF: ANAGRAM-DICT OPEN FAILED, STATUS "
004500                 WS-DICT-STATUS
004510             MOVE "** DICTIONARY OPEN FAILED - NOTHING CHECKED **"
004520              TO PF-NOTE
004530             MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
004540             WRITE PRPT-LINE
004550             CLOSE SKED-FILE
004560             SET WS-FILE-ERROR TO TRUE
004570         END-IF
004580     END-IF
004590     IF NOT WS-FILE-ERROR
004600         SET WS-INPUTS-OPEN TO TRUE
004610         OPEN INPUT EXCL-FILE
004620         IF WS-EXCL-STATUS = "00"
004630             SET WS-EXCL-AVAILABLE TO TRUE
004640         ELSE
004650             MOVE "ANAGEXCL NOT AVAILABLE - NO EXCLUSION CHECK"
004660              TO PF-NOTE
004670             MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
004680             WRITE PRPT-LINE
004690         END-IF
004700         OPEN INPUT HIST-FILE
004710         IF WS-HIST-STATUS = "00"
004720             SET WS-HIST-AVAILABLE TO TRUE
004730         ELSE
004740             MOVE "ANAGHIST NOT AVAILABLE - REPEATS NOT CHECKED"
004750              TO PF-NOTE
004760             MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
004770             WRITE PRPT-LINE
004780         END-IF
004790         OPEN INPUT CLUE-FILE
004800         IF WS-CLUE-STATUS = "00"
004810             SET WS-CLUE-AVAILABLE TO TRUE
004820         ELSE
004830             MOVE "ANAGCLUE NOT AVAILABLE - CLUES NOT CHECKED"
004840              TO PF-NOTE
004850             MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
004860             WRITE PRPT-LINE
004870         END-IF
004880     END-IF.
004890 1200-EXIT.
004900     EXIT.
004910
004920* Apply the run-control cards from ANAGPPRM.  A missing parm
004930* file leaves the defaults; a card that does not parse stops
004940* the run before anything is read.
004950 1300-READ-PARM-CARDS.
004960     OPEN INPUT PARM-FILE
004970     IF WS-PARM-STATUS = "00"
004980         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
004990         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
005000             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
005010         CLOSE PARM-FILE
005020     END-IF.
005030 1300-EXIT.
005040     EXIT.
005050
005060 1350-APPLY-PARM-CARD.
005070     IF PARM-CARD = SPACES OR PARM-CARD(1:1) = "*"
005080         CONTINUE
005090     ELSE
005100         MOVE SPACES TO WS-PARM-KEYWORD
005110         MOVE SPACES TO WS-PARM-VALUE
005120         UNSTRING PARM-CARD DELIMITED BY "="
005130             INTO WS-PARM-KEYWORD WS-PARM-VALUE
005140         END-UNSTRING
005150         EVALUATE WS-PARM-KEYWORD
005160             WHEN "DAYS"
005170                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
005180                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER > 0
005190                  AND WS-PARM-NUMBER NOT > 366
005200                     MOVE WS-PARM-NUMBER TO WS-CHECK-DAYS
005210                 ELSE
005220                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005230                 END-IF
005240             WHEN "RUN-DATE"
005250                 PERFORM 1365-PARSE-PARM-DATE THRU 1365-EXIT
005260                 IF WS-PARM-NUM-OK
005270                     MOVE WS-PARM-DATE TO WS-RUN-DATE
005280                 ELSE
005290                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005300                 END-IF
005310             WHEN "EDITION"
005320                 PERFORM 1390-ADD-EXPECTED-EDITION
005330                     THRU 1390-EXIT
005340             WHEN "MATCH-MODE"
005350*                P is mode B plus the two-word pairs - a pair is
005360*                only ever built from kept subset matches, so a
005370*                subject with a usable pair already has a usable
005380*                single-word answer and mode B decides it
005390                 IF WS-PARM-VALUE(1:1) = "F" OR "S" OR "B"
005400                     MOVE WS-PARM-VALUE(1:1) TO WS-MATCH-MODE
005410                 ELSE
005420                     IF WS-PARM-VALUE(1:1) = "P"
005430                         MOVE "B" TO WS-MATCH-MODE
005440                     ELSE
005450                         PERFORM 1370-BAD-PARM-CARD
005460                             THRU 1370-EXIT
005470                     END-IF
005480                 END-IF
005490             WHEN "REPEAT-DAYS"
005500                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
005510                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 9999
005520                     MOVE WS-PARM-NUMBER TO WS-REPEAT-DAYS-GLOBAL
005530                 ELSE
005540                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005550                 END-IF
005560             WHEN "CHECKPOINT-INTERVAL"
005570             WHEN "BATCH-SIZE"
005580             WHEN "REJECT-LIMIT"
005590             WHEN "SCAN-MODE"
005591             WHEN "GRADE-LENGTH-POINTS"
005592             WHEN "GRADE-TILE-POINTS"
005593             WHEN "GRADE-ANAGRAM-POINTS"
005594             WHEN "GRADE-COMMON-USAGE"
005595             WHEN "GRADE-OBSCURE-POINTS"
005596             WHEN "GRADE-MEDIUM-FROM"
005597             WHEN "GRADE-HARD-FROM"
005600*                Nightly run controls and difficulty grading,
005610*                with no bearing on which answers a subject has
005620                 CONTINUE
005630             WHEN OTHER
005640                 IF WS-PARM-KEYWORD(1:12) = "REPEAT-DAYS-"
005650                  AND WS-PARM-KEYWORD(13:2) NOT = SPACES
005660                  AND WS-PARM-KEYWORD(15:6) = SPACES
005670                     PERFORM 1380-SET-EDITION-REPEAT
005680                         THRU 1380-EXIT
005690                 ELSE
005700                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005710                 END-IF
005720         END-EVALUATE
005730     END-IF
005740     IF NOT WS-FATAL-ERROR
005750         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
005760     END-IF.
005770 1350-EXIT.
005780     EXIT.
005790
005800* Reduce the value side of a parm card to a number.  Digits
005810* only, ending at the first space - anything else marks the
005820* value bad so the card is rejected instead of half-applied.
005830 1360-PARSE-PARM-NUMBER.
005840     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
005850     MOVE 0 TO WS-PARM-NUMBER
005860     IF WS-PARM-VALUE = SPACES
005870         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005880     END-IF
005890     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
005900      UNTIL WS-PARM-CHAR-INDEX > 10
005910         OR WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1) = SPACE
005920         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
005930          TO WS-PARM-CHAR
005940         IF WS-PARM-CHAR >= "0" AND WS-PARM-CHAR <= "9"
005950             IF WS-PARM-CHAR-INDEX > 6
005960                 MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005970             ELSE
005980                 COMPUTE WS-PARM-NUMBER =
005990                     WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
006000             END-IF
006010         ELSE
006020             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
006030         END-IF
006040     END-PERFORM.
006050 1360-EXIT.
006060     EXIT.
006070
006080* A run date must be exactly eight digits with a real month
006090* and a plausible day - anything else rejects the card rather
006100* than checking the wrong week.
006110 1365-PARSE-PARM-DATE.
006120     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
006130     MOVE 0 TO WS-PARM-DATE
006140     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
006150      UNTIL WS-PARM-CHAR-INDEX > 8
006160         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
006170          TO WS-PARM-CHAR
006180         IF WS-PARM-CHAR >= "0" AND WS-PARM-CHAR <= "9"
006190             COMPUTE WS-PARM-DATE =
006200                 WS-PARM-DATE * 10 + WS-PARM-DIGIT
006210         ELSE
006220             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
006230         END-IF
006240     END-PERFORM
006250     IF WS-PARM-VALUE(9:2) NOT = SPACES
006260         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
006270     END-IF
006280     IF WS-PARM-NUM-OK
006290         IF WS-PARM-DATE(5:2) < "01"
006300          OR WS-PARM-DATE(5:2) > "12"
006310          OR WS-PARM-DATE(7:2) < "01"
006320          OR WS-PARM-DATE(7:2) > "31"
006330             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
006340         END-IF
006350     END-IF.
006360 1365-EXIT.
006370     EXIT.
006380
006390 1370-BAD-PARM-CARD.
006400     DISPLAY "ANAGPREF: BAD PARM CARD: " PARM-CARD(1:40)
006410     SET WS-FATAL-ERROR TO TRUE.
006420 1370-EXIT.
006430     EXIT.
006440
006450* Set one edition's repeat window from a REPEAT-DAYS-XX card,
006460* the same way ANAGBAT does.
006470 1380-SET-EDITION-REPEAT.
006480     PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
006490     IF NOT WS-PARM-NUM-OK OR WS-PARM-NUMBER > 9999
006500         PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
006510     ELSE
006520         MOVE 0 TO WS-RPTD-ED-SLOT
006530         PERFORM VARYING WS-RPTD-ED-INDEX FROM 1 BY 1
006540          UNTIL WS-RPTD-ED-INDEX > WS-RPTD-ED-COUNT
006550             OR WS-RPTD-ED-SLOT > 0
006560             IF WS-RPTD-ED-CODE(WS-RPTD-ED-INDEX)
006570              = WS-PARM-KEYWORD(13:2)
006580                 MOVE WS-RPTD-ED-INDEX TO WS-RPTD-ED-SLOT
006590             END-IF
006600         END-PERFORM
006610         IF WS-RPTD-ED-SLOT = 0
006620          AND WS-RPTD-ED-COUNT < WS-RPTD-ED-MAX
006630             ADD 1 TO WS-RPTD-ED-COUNT
006640             MOVE WS-RPTD-ED-COUNT TO WS-RPTD-ED-SLOT
006650             MOVE WS-PARM-KEYWORD(13:2)
006660              TO WS-RPTD-ED-CODE(WS-RPTD-ED-SLOT)
006670         END-IF
006680         IF WS-RPTD-ED-SLOT > 0
006690             MOVE WS-PARM-NUMBER
006700              TO WS-RPTD-ED-DAYS(WS-RPTD-ED-SLOT)
006710         ELSE
006720             PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
006730         END-IF
006740     END-IF.
006750 1380-EXIT.
006760     EXIT.
006770
006780* Add one EDITION=XX card's edition to the expected list.  A
006790* repeated card is harmless; a blank code or an eleventh
006800* edition is a bad card.
006810 1390-ADD-EXPECTED-EDITION.
006820     INSPECT WS-PARM-VALUE
006830      CONVERTING "abcdefghijklmnopqrstuvwxyz"
006840      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006850     IF WS-PARM-VALUE(1:2) = SPACES
006860      OR WS-PARM-VALUE(3:8) NOT = SPACES
006870         PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
006880     ELSE
006890         SET WS-EXP-ED-FROM-CARDS TO TRUE
006900         MOVE WS-PARM-VALUE(1:2) TO WS-SUBJECT-EDITION
006910         PERFORM 1550-NOTE-EXPECTED-EDITION THRU 1550-EXIT
006920         IF WS-EXP-ED-SLOT = 0
006930             PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
006940         END-IF
006950     END-IF.
006960 1390-EXIT.
006970     EXIT.
006980
006990* Walk ANAGRAM-DICT one edition at a time - one keyed read per
007000* edition, skipping past its words by restarting above the
007010* highest possible key - so an empty dictionary stops the run
007020* the way ANAGBAT's own check does, and so the editions
007030* expected on every date default to the dictionary's own when
007040* no EDITION cards were punched.
007050 1500-LOAD-DICT-EDITIONS.
007060     MOVE SPACES TO DICT-PRIME-KEY
007070     START ANAGRAM-DICT KEY IS NOT LESS THAN DICT-PRIME-KEY
007080         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
007090     END-START
007100     IF NOT WS-DICT-END-OF-FILE
007110         PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
007120     END-IF
007130     IF WS-DICT-END-OF-FILE
007140         DISPLAY "ANAGPREF: ANAGRAM-DICT IS EMPTY, STATUS "
007150             WS-DICT-STATUS
007160         MOVE "** DICTIONARY IS EMPTY - NOTHING CHECKED **"
007170          TO PF-NOTE
007180         MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
007190         WRITE PRPT-LINE
007200         SET WS-FILE-ERROR TO TRUE
007210     END-IF
007220     PERFORM 1510-SKIP-DICT-EDITION THRU 1510-EXIT
007230         UNTIL WS-DICT-END-OF-FILE.
007240 1500-EXIT.
007250     EXIT.
007260
007270 1510-SKIP-DICT-EDITION.
007280     IF NOT WS-EXP-ED-FROM-CARDS
007290         MOVE DICT-EDITION TO WS-SUBJECT-EDITION
007300         PERFORM 1550-NOTE-EXPECTED-EDITION THRU 1550-EXIT
007310     END-IF
007320     MOVE HIGH-VALUES TO DICT-WORD
007330     START ANAGRAM-DICT KEY IS GREATER THAN DICT-PRIME-KEY
007340         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
007350     END-START
007360     IF NOT WS-DICT-END-OF-FILE
007370         PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
007380     END-IF.
007390 1510-EXIT.
007400     EXIT.
007410
007420* Find WS-SUBJECT-EDITION on the expected list, adding it the
007430* first time it is seen.  WS-EXP-ED-SLOT comes back zero only
007440* when the list is already full.
007450 1550-NOTE-EXPECTED-EDITION.
007460     MOVE 0 TO WS-EXP-ED-SLOT
007470     PERFORM VARYING WS-EXP-ED-INDEX FROM 1 BY 1
007480      UNTIL WS-EXP-ED-INDEX > WS-EXP-ED-COUNT
007490         OR WS-EXP-ED-SLOT > 0
007500         IF WS-EXP-ED-CODE(WS-EXP-ED-INDEX) = WS-SUBJECT-EDITION
007510             MOVE WS-EXP-ED-INDEX TO WS-EXP-ED-SLOT
007520         END-IF
007530     END-PERFORM
007540     IF WS-EXP-ED-SLOT = 0
007550      AND WS-EXP-ED-COUNT < WS-EXP-ED-MAX
007560         ADD 1 TO WS-EXP-ED-COUNT
007570         MOVE WS-EXP-ED-COUNT TO WS-EXP-ED-SLOT
007580         MOVE WS-SUBJECT-EDITION
007590          TO WS-EXP-ED-CODE(WS-EXP-ED-SLOT)
007600     END-IF.
007610 1550-EXIT.
007620     EXIT.
007630
007640* One publication date: check every schedule entry for it,
007650* then report the date as empty when it has no entries at
007660* all, or each expected edition that has none.
007670 2000-CHECK-ONE-DATE.
007680     COMPUTE WS-CHECK-DATE =
007690         FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
007700     ADD 1 TO WS-DATES-CHECKED
007710     MOVE 0 TO WS-DATE-ENTRIES
007720     PERFORM VARYING WS-EXP-ED-INDEX FROM 1 BY 1
007730      UNTIL WS-EXP-ED-INDEX > WS-EXP-ED-COUNT
007740         MOVE "N" TO WS-EXP-ED-SEEN(WS-EXP-ED-INDEX)
007750     END-PERFORM
007760     MOVE "N" TO WS-SKED-EOF-SWITCH
007770     MOVE WS-CHECK-DATE TO SKED-PUB-DATE
007780     MOVE SPACES TO SKED-EDITION
007790     MOVE SPACES TO SKED-SUBJECT-WORD
007800     START SKED-FILE KEY IS NOT LESS THAN SKED-PRIME-KEY
007810         INVALID KEY SET WS-SKED-END-OF-FILE TO TRUE
007820     END-START
007830     IF NOT WS-SKED-END-OF-FILE
007840         PERFORM 8000-READ-SKED-ENTRY THRU 8000-EXIT
007850     END-IF
007860     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-EXIT
007870         UNTIL WS-SKED-END-OF-FILE
007880     MOVE SPACES TO WS-PRPT-DETAIL
007890     MOVE WS-CHECK-DATE TO PR-PUB-DATE
007900     IF WS-DATE-ENTRIES = 0
007910         ADD 1 TO WS-DATES-EMPTY
007920         MOVE "NOTHING PLANNED FOR THIS DATE" TO PR-EXCEPTION
007930         PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
007940     ELSE
007950         PERFORM VARYING WS-EXP-ED-INDEX FROM 1 BY 1
007960          UNTIL WS-EXP-ED-INDEX > WS-EXP-ED-COUNT
007970             IF WS-EXP-ED-SEEN(WS-EXP-ED-INDEX) = "N"
007980                 ADD 1 TO WS-EDITIONS-EMPTY
007990                 MOVE WS-EXP-ED-CODE(WS-EXP-ED-INDEX)
008000                  TO PR-EDITION
008010                 MOVE "NOTHING PLANNED FOR THIS EDITION"
008020                  TO PR-EXCEPTION
008030                 PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
008040             END-IF
008050         END-PERFORM
008060     END-IF
008070     ADD 1 TO WS-CHECK-INTEGER.
008080 2000-EXIT.
008090     EXIT.
008100
008110* Any entry for the date counts towards the date and its
008120* edition being covered - one already extracted early for a
008130* weekend edition is still something planned - but only a
008140* planned entry is checked; the rest are past that point.
008150 2100-CHECK-ONE-ENTRY.
008160     ADD 1 TO WS-DATE-ENTRIES
008170     MOVE SKED-EDITION TO WS-SUBJECT-EDITION
008180     INSPECT WS-SUBJECT-EDITION
008190      CONVERTING "abcdefghijklmnopqrstuvwxyz"
008200      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008210     PERFORM VARYING WS-EXP-ED-INDEX FROM 1 BY 1
008220      UNTIL WS-EXP-ED-INDEX > WS-EXP-ED-COUNT
008230         IF WS-EXP-ED-CODE(WS-EXP-ED-INDEX) = WS-SUBJECT-EDITION
008240             MOVE "Y" TO WS-EXP-ED-SEEN(WS-EXP-ED-INDEX)
008250         END-IF
008260     END-PERFORM
008270     IF SKED-IS-PLANNED
008280         PERFORM 2200-CHECK-SUBJECT THRU 2200-EXIT
008290     END-IF
008300     PERFORM 8000-READ-SKED-ENTRY THRU 8000-EXIT.
008310 2100-EXIT.
008320     EXIT.
008330
008340* Put one planned subject through what the nightly run will
008350* do with it: validate it (blank tiles allowed, edition
008360* required), then take its full anagrams off the signature
008370* key and its subset matches off the engine scan - or, for a
008380* subject with blank tiles, both off the scan - and grade
008390* what survives the exclusion list and the repeat window.
008400 2200-CHECK-SUBJECT.
008410     ADD 1 TO WS-SUBJECTS-CHECKED
008420     MOVE SKED-SUBJECT-WORD TO WS-SUBJECT
008430     MOVE SKED-SUBJECT-WORD TO WS-VALIDATE-INPUT
008440     MOVE "Y" TO WS-WILD-ALLOW-SWITCH
008450     PERFORM 7000-VALIDATE-WORD THRU 7000-EXIT
008460     MOVE "N" TO WS-WILD-ALLOW-SWITCH
008470     IF WS-WORD-IS-VALID AND WS-SUBJECT-EDITION = SPACES
008480         MOVE "N" TO WS-VALID-SWITCH
008490         MOVE "EDITION CODE MISSING" TO WS-REJECT-REASON
008500     END-IF
008510     IF NOT WS-WORD-IS-VALID
008520         ADD 1 TO WS-SUBJECTS-REJECTED
008530         MOVE SPACES TO WS-PRPT-DETAIL
008540         MOVE SKED-PUB-DATE TO PR-PUB-DATE
008550         MOVE WS-SUBJECT-EDITION TO PR-EDITION
008560         MOVE WS-SUBJECT TO PR-SUBJECT
008570         MOVE WS-REJECT-REASON TO PR-EXCEPTION
008580         PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
008590     ELSE
008600         PERFORM 2300-BEGIN-SUBJECT THRU 2300-EXIT
008610         IF WS-SUBJECT-WILD-COUNT > 0
008620             MOVE WS-MATCH-MODE TO WS-SCAN-CALL-MODE
008630             PERFORM 2500-SCAN-DICTIONARY THRU 2500-EXIT
008640         ELSE
008650             IF WS-MODE-FULL OR WS-MODE-BOTH
008660                 PERFORM 2400-MATCH-BY-SIGNATURE THRU 2400-EXIT
008670             END-IF
008680             IF WS-MODE-SUBSET OR WS-MODE-BOTH
008690                 MOVE "S" TO WS-SCAN-CALL-MODE
008700                 PERFORM 2500-SCAN-DICTIONARY THRU 2500-EXIT
008710             END-IF
008720         END-IF
008730         PERFORM 2900-GRADE-SUBJECT THRU 2900-EXIT
008740     END-IF.
008750 2200-EXIT.
008760     EXIT.
008770
008771* Reset the answer counts, take the subject's letter signature
008772* (blank tiles left out) and set the repeat cutoff for this
008773* subject - the edition's REPEAT-DAYS-XX window where one was
008774* punched, else the global REPEAT-DAYS, counted back from the
008775* date the subject will actually be published.
008820 2300-BEGIN-SUBJECT.
008830     MOVE 0 TO WS-ANSWERS-FOUND
008840     MOVE 0 TO WS-ANSWERS-EXCLUDED
008850     MOVE 0 TO WS-ANSWERS-REPEAT
008860     MOVE 0 TO WS-ANSWERS-USABLE
008870     MOVE 0 TO WS-ANSWERS-CLUED
008871     MOVE 0 TO WS-FULL-FOUND
008872     MOVE 0 TO WS-FULL-USABLE
008880     MOVE 0 TO WS-SUBJECT-WILD-COUNT
008890     INSPECT WS-SUBJECT TALLYING WS-SUBJECT-WILD-COUNT
008900      FOR ALL "?"
008901     MOVE WS-SUBJECT TO WS-SUBJECT-LOWERCASE
008902     INSPECT WS-SUBJECT-LOWERCASE
008903      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
008904      TO "abcdefghijklmnopqrstuvwxyz"
008905     MOVE WS-SUBJECT-LOWERCASE TO WS-WORK-WORD
008906     PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
008907     MOVE 0 TO WS-SUBJECT-LETTER-TOTAL
008908     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
008909      UNTIL WS-LETTER-INDEX > 26
008910         MOVE WS-WORK-COUNTS(WS-LETTER-INDEX)
008911          TO WS-SIG-COUNT(WS-LETTER-INDEX)
008912         ADD WS-WORK-COUNTS(WS-LETTER-INDEX)
008913          TO WS-SUBJECT-LETTER-TOTAL
008914     END-PERFORM
008915     MOVE WS-SIGNATURE-WORK TO WS-SUBJECT-SIGNATURE
008916     MOVE WS-REPEAT-DAYS-GLOBAL TO WS-ACTIVE-REPEAT-DAYS
008920     PERFORM VARYING WS-RPTD-ED-INDEX FROM 1 BY 1
008930      UNTIL WS-RPTD-ED-INDEX > WS-RPTD-ED-COUNT
008940         IF WS-RPTD-ED-CODE(WS-RPTD-ED-INDEX)
008950          = WS-SUBJECT-EDITION
008960             MOVE WS-RPTD-ED-DAYS(WS-RPTD-ED-INDEX)
008970              TO WS-ACTIVE-REPEAT-DAYS
008980         END-IF
008990     END-PERFORM
009000     IF WS-ACTIVE-REPEAT-DAYS > 0
009010         COMPUTE WS-CUTOFF-INTEGER =
009020             FUNCTION INTEGER-OF-DATE(SKED-PUB-DATE)
009030             - WS-ACTIVE-REPEAT-DAYS
009040         COMPUTE WS-REPEAT-CUTOFF =
009050             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
009060     END-IF.
009070 2300-EXIT.
009080     EXIT.
009090
009091* Every word under the subject's letter signature, other than
009092* the subject itself, is one of its full anagrams.
009120 2400-MATCH-BY-SIGNATURE.
009250     MOVE WS-SUBJECT-EDITION TO DICT-SIG-EDITION
009260     MOVE WS-SUBJECT-SIGNATURE TO DICT-SIGNATURE
009270     MOVE "N" TO WS-DICT-EOF-SWITCH
009280     START ANAGRAM-DICT KEY IS EQUAL TO DICT-SIG-KEY
009290         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
009300     END-START
009310     PERFORM 2450-READ-SIGNATURE-MATCH THRU 2450-EXIT
009320         UNTIL WS-DICT-END-OF-FILE.
009330 2400-EXIT.
009340     EXIT.
009350
009360 2450-READ-SIGNATURE-MATCH.
009370     PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
009380     IF NOT WS-DICT-END-OF-FILE
009390      AND (DICT-SIG-EDITION NOT = WS-SUBJECT-EDITION
009400      OR DICT-SIGNATURE NOT = WS-SUBJECT-SIGNATURE)
009410         SET WS-DICT-END-OF-FILE TO TRUE
009420     END-IF
009430     IF NOT WS-DICT-END-OF-FILE
009440      AND DICT-WORD NOT = WS-SUBJECT-LOWERCASE
009450         MOVE DICT-WORD TO WS-VALIDATE-INPUT
009460         PERFORM 7000-VALIDATE-WORD THRU 7000-EXIT
009470         IF WS-WORD-IS-VALID
009480             MOVE DICT-WORD TO WS-ANSWER-WORD
009481             SET WS-ANSWER-IS-FULL TO TRUE
009490             PERFORM 2700-TEST-ANSWER THRU 2700-EXIT
009500         END-IF
009510     END-IF.
009520 2450-EXIT.
009530     EXIT.
009540
009550* Pass the subject's edition front to back through the
009560* engine in batches, exactly as the nightly scan does.
009570 2500-SCAN-DICTIONARY.
009580     MOVE WS-SUBJECT-EDITION TO DICT-EDITION
009590     MOVE SPACES TO DICT-WORD
009600     MOVE "N" TO WS-DICT-EOF-SWITCH
009610     START ANAGRAM-DICT KEY IS NOT LESS THAN DICT-PRIME-KEY
009620         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
009630     END-START
009640     MOVE 0 TO WS-DICT-BATCH-INDEX
009650     MOVE WS-SCAN-CALL-MODE TO WS-CALL-MODE
009660     PERFORM 2600-READ-DICT-BATCH THRU 2600-EXIT
009670         UNTIL WS-DICT-END-OF-FILE.
009680 2500-EXIT.
009690     EXIT.
009700
009710* Read the next dictionary word into the batch - a word the
009720* nightly run would reject never reaches the engine - and
009730* call the engine when the batch is full or the edition ends.
009740 2600-READ-DICT-BATCH.
009750     PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
009760     IF NOT WS-DICT-END-OF-FILE
009770      AND DICT-EDITION NOT = WS-SUBJECT-EDITION
009780         SET WS-DICT-END-OF-FILE TO TRUE
009790     END-IF
009800     IF NOT WS-DICT-END-OF-FILE
009810         MOVE DICT-WORD TO WS-VALIDATE-INPUT
009820         PERFORM 7000-VALIDATE-WORD THRU 7000-EXIT
009830         IF WS-WORD-IS-VALID
009840             ADD 1 TO WS-DICT-BATCH-INDEX
009850             MOVE WS-DICT-BATCH-INDEX TO WS-CANDIDATES-COUNT
009860             MOVE DICT-WORD TO WS-CANDIDATE(WS-DICT-BATCH-INDEX)
009870         END-IF
009880     END-IF
009890     IF WS-DICT-BATCH-INDEX = WS-DICT-BATCH-MAX
009900      OR (WS-DICT-END-OF-FILE AND WS-DICT-BATCH-INDEX > 0)
009910         MOVE WS-DICT-BATCH-INDEX TO WS-CANDIDATES-COUNT
009920         CALL "ANAGRAM" USING WS-CALL-MODE WS-SUBJECT
009930             WS-CANDIDATES-COUNT WS-CANDIDATES-TABLE
009940             WS-CALL-FULL-COUNT WS-CALL-FULL-LIST
009950             WS-CALL-SUBSET-COUNT WS-CALL-SUBSET-LIST
009960         IF WS-CALL-FULL-COUNT > 0
009961             SET WS-ANSWER-IS-FULL TO TRUE
009970             MOVE WS-CALL-FULL-LIST TO WS-CALL-LIST
009980             PERFORM 2650-TEST-CALL-LIST THRU 2650-EXIT
009990         END-IF
010000         IF WS-CALL-SUBSET-COUNT > 0
010001             SET WS-ANSWER-IS-SUBSET TO TRUE
010010             MOVE WS-CALL-SUBSET-LIST TO WS-CALL-LIST
010020             PERFORM 2650-TEST-CALL-LIST THRU 2650-EXIT
010030         END-IF
010040         MOVE 0 TO WS-DICT-BATCH-INDEX
010050     END-IF.
010060 2600-EXIT.
010070     EXIT.
010080
010090* Test every word on one of the engine's comma-separated
010100* result lists.  A token starting with "." is the tail of the
010110* list's own truncation marker, not a word.
010120 2650-TEST-CALL-LIST.
010130     MOVE 0 TO WS-TRAIL-SPACES
010140     INSPECT WS-CALL-LIST TALLYING
010150      WS-TRAIL-SPACES FOR TRAILING SPACE
010160     COMPUTE WS-CALL-LIST-LEN = 4000 - WS-TRAIL-SPACES
010170     MOVE 1 TO WS-UNSTRING-PTR
010180     PERFORM 2660-TEST-ONE-LISTED-WORD THRU 2660-EXIT
010190         UNTIL WS-UNSTRING-PTR > WS-CALL-LIST-LEN.
010200 2650-EXIT.
010210     EXIT.
010220
010230 2660-TEST-ONE-LISTED-WORD.
010240     MOVE SPACES TO WS-ANSWER-WORD
010250     UNSTRING WS-CALL-LIST DELIMITED BY ","
010260         INTO WS-ANSWER-WORD
010270         WITH POINTER WS-UNSTRING-PTR
010280     END-UNSTRING
010281     IF WS-ANSWER-WORD NOT = SPACES
010282      AND WS-ANSWER-WORD(1:1) NOT = "."
010283         MOVE "N" TO WS-ALREADY-FULL-SWITCH
010284         IF WS-ANSWER-IS-SUBSET AND WS-MODE-BOTH
010285             PERFORM 2670-TEST-FULL-SHAPE THRU 2670-EXIT
010286         END-IF
010287         IF NOT WS-ANSWER-ALREADY-FULL
010288             PERFORM 2700-TEST-ANSWER THRU 2700-EXIT
010289         END-IF
010290     END-IF.
010330 2660-EXIT.
010340     EXIT.
010341
010342* In mode B the engine puts every full anagram on its subset
010343* list as well, and it has already been counted off the
010344* signature key or the full list.  A subset word is a full
010345* anagram when it uses every subject tile and one letter per
010346* blank - for a plain subject, when its signature is the
010347* subject's.
010348 2670-TEST-FULL-SHAPE.
010349     MOVE WS-ANSWER-WORD TO WS-WORK-WORD
010350     INSPECT WS-WORK-WORD
010351      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010352      TO "abcdefghijklmnopqrstuvwxyz"
010353     PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
010354     MOVE "Y" TO WS-ALREADY-FULL-SWITCH
010355     MOVE 0 TO WS-ANSWER-LETTER-TOTAL
010356     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
010357      UNTIL WS-LETTER-INDEX > 26
010358         ADD WS-WORK-COUNTS(WS-LETTER-INDEX)
010359          TO WS-ANSWER-LETTER-TOTAL
010360         IF WS-WORK-COUNTS(WS-LETTER-INDEX)
010361          < WS-SIG-COUNT(WS-LETTER-INDEX)
010362             MOVE "N" TO WS-ALREADY-FULL-SWITCH
010363         END-IF
010364     END-PERFORM
010365     IF WS-ANSWER-LETTER-TOTAL NOT =
010366        WS-SUBJECT-LETTER-TOTAL + WS-SUBJECT-WILD-COUNT
010367         MOVE "N" TO WS-ALREADY-FULL-SWITCH
010368     END-IF.
010369 2670-EXIT.
010370     EXIT.
010371
010372* One answer: held back when its lowercased form is on the
010373* exclusion list, or when ANAGHIST shows it published on or
010374* after the cutoff; otherwise usable, and clued when the
010375* subject's edition has a clue for it on ANAGCLUE.  A full
010376* anagram is also counted in the full-anagram totals.
010400 2700-TEST-ANSWER.
010410     ADD 1 TO WS-ANSWERS-FOUND
010411     IF WS-ANSWER-IS-FULL
010412         ADD 1 TO WS-FULL-FOUND
010413     END-IF
010420     MOVE "N" TO WS-EXCLUDED-SWITCH
010430     MOVE "N" TO WS-REPEAT-SWITCH
010440     MOVE WS-ANSWER-WORD TO WS-EXCL-LOOKUP
010450     INSPECT WS-EXCL-LOOKUP
010460      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
010470      TO "abcdefghijklmnopqrstuvwxyz"
010480     IF WS-EXCL-AVAILABLE
010490         MOVE WS-EXCL-LOOKUP TO EXCL-WORD
010500         READ EXCL-FILE
010510             INVALID KEY CONTINUE
010520         END-READ
010530         IF WS-EXCL-STATUS = "00"
010540             MOVE "Y" TO WS-EXCLUDED-SWITCH
010550         END-IF
010560     END-IF
010570     IF NOT WS-WORD-IS-EXCLUDED
010580      AND WS-HIST-AVAILABLE AND WS-ACTIVE-REPEAT-DAYS > 0
010590         MOVE WS-EXCL-LOOKUP TO WS-HIST-LOOKUP
010600         MOVE WS-SUBJECT-EDITION TO HIST-EDITION
010610         MOVE WS-HIST-LOOKUP TO HIST-WORD
010620         READ HIST-FILE
010630             INVALID KEY CONTINUE
010640         END-READ
010650         IF WS-HIST-STATUS = "00"
010660          AND HIST-PUB-DATE NOT < WS-REPEAT-CUTOFF
010670             MOVE "Y" TO WS-REPEAT-SWITCH
010680         END-IF
010690     END-IF
010700     EVALUATE TRUE
010710         WHEN WS-WORD-IS-EXCLUDED
010720             ADD 1 TO WS-ANSWERS-EXCLUDED
010730         WHEN WS-WORD-IS-REPEAT
010740             ADD 1 TO WS-ANSWERS-REPEAT
010750         WHEN OTHER
010760             ADD 1 TO WS-ANSWERS-USABLE
010761             IF WS-ANSWER-IS-FULL
010762                 ADD 1 TO WS-FULL-USABLE
010763             END-IF
010770             IF WS-CLUE-AVAILABLE
010780                 MOVE WS-EXCL-LOOKUP TO WS-CLUE-LOOKUP
010790                 MOVE WS-SUBJECT-EDITION TO CLUE-EDITION
010800                 MOVE WS-CLUE-LOOKUP TO CLUE-WORD
010810                 READ CLUE-FILE
010820                     INVALID KEY CONTINUE
010830                 END-READ
010840                 IF WS-CLUE-STATUS = "00"
010850                     ADD 1 TO WS-ANSWERS-CLUED
010860                 END-IF
010870             END-IF
010880     END-EVALUATE.
010890 2700-EXIT.
010900     EXIT.
010910
010911* Decide whether the subject is an exception.  No usable
010912* answer says why - none on the dictionary at all, or every
010913* one held back and by what.  A run that matches full anagrams
010914* also needs a usable full anagram - subset words alone will
010915* not do.  Usable answers with no clue among them are flagged
010916* only when ANAGCLUE was there to ask.
010960 2900-GRADE-SUBJECT.
010970     MOVE SPACES TO WS-PRPT-DETAIL
010980     MOVE SKED-PUB-DATE TO PR-PUB-DATE
010990     MOVE WS-SUBJECT-EDITION TO PR-EDITION
011000     MOVE WS-SUBJECT TO PR-SUBJECT
011010     MOVE WS-ANSWERS-FOUND TO PR-FOUND
011020     MOVE WS-ANSWERS-EXCLUDED TO PR-EXCLUDED
011030     MOVE WS-ANSWERS-REPEAT TO PR-REPEAT
011040     MOVE WS-ANSWERS-USABLE TO PR-USABLE
011050     MOVE WS-ANSWERS-CLUED TO PR-CLUED
011060     EVALUATE TRUE
011070         WHEN WS-ANSWERS-FOUND = 0
011080             ADD 1 TO WS-SUBJECTS-NO-ANSWER
011090             MOVE "NO ANSWERS ON THE DICTIONARY"
011100              TO PR-EXCEPTION
011110             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011120         WHEN WS-ANSWERS-USABLE = 0
011130          AND WS-ANSWERS-REPEAT = 0
011140             ADD 1 TO WS-SUBJECTS-NO-ANSWER
011150             MOVE "NO USABLE ANSWER - ALL EXCLUDED"
011160              TO PR-EXCEPTION
011170             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011180         WHEN WS-ANSWERS-USABLE = 0
011190          AND WS-ANSWERS-EXCLUDED = 0
011200             ADD 1 TO WS-SUBJECTS-NO-ANSWER
011210             MOVE "NO USABLE ANSWER - ALL REPEATS"
011220              TO PR-EXCEPTION
011230             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011240         WHEN WS-ANSWERS-USABLE = 0
011250             ADD 1 TO WS-SUBJECTS-NO-ANSWER
011260             MOVE "NO USABLE ANSWER - EXCLUDED OR REPEATS"
011270              TO PR-EXCEPTION
011280             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011281         WHEN (WS-MODE-FULL OR WS-MODE-BOTH)
011282          AND WS-FULL-FOUND = 0
011283             ADD 1 TO WS-SUBJECTS-NO-ANSWER
011284             MOVE "NO FULL ANAGRAMS ON THE DICTIONARY"
011285              TO PR-EXCEPTION
011286             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011287         WHEN (WS-MODE-FULL OR WS-MODE-BOTH)
011288          AND WS-FULL-USABLE = 0
011289             ADD 1 TO WS-SUBJECTS-NO-ANSWER
011290             MOVE "NO USABLE FULL ANAGRAM" TO PR-EXCEPTION
011291             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011292         WHEN WS-CLUE-AVAILABLE AND WS-ANSWERS-CLUED = 0
011300             ADD 1 TO WS-SUBJECTS-NO-CLUE
011310             MOVE "NO USABLE ANSWER HAS A CLUE"
011320              TO PR-EXCEPTION
011330             PERFORM 2950-WRITE-EXCEPTION THRU 2950-EXIT
011340         WHEN OTHER
011350             ADD 1 TO WS-SUBJECTS-PASSED
011360     END-EVALUATE.
011370 2900-EXIT.
011380     EXIT.
011390
011400 2950-WRITE-EXCEPTION.
011410     ADD 1 TO WS-EXCEPTION-COUNT
011420     MOVE WS-PRPT-DETAIL TO PRPT-LINE
011430     WRITE PRPT-LINE.
011440 2950-EXIT.
011450     EXIT.
011460
011470 3000-TERMINATE.
011480     IF NOT WS-FATAL-ERROR AND NOT WS-FILE-ERROR
011490         IF WS-EXCEPTION-COUNT = 0
011500             MOVE "NO EXCEPTIONS - EVERY DATE IS READY"
011510              TO PF-NOTE
011520             MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
011530             WRITE PRPT-LINE
011540         END-IF
011550         MOVE SPACES TO PRPT-LINE
011560         WRITE PRPT-LINE
011570         MOVE "DATES CHECKED..............." TO PT-LABEL
011580         MOVE WS-DATES-CHECKED TO PT-VALUE
011590         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011600         WRITE PRPT-LINE
011610         MOVE "SUBJECTS CHECKED............" TO PT-LABEL
011620         MOVE WS-SUBJECTS-CHECKED TO PT-VALUE
011630         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011640         WRITE PRPT-LINE
011650         MOVE "SUBJECTS READY.............." TO PT-LABEL
011660         MOVE WS-SUBJECTS-PASSED TO PT-VALUE
011670         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011680         WRITE PRPT-LINE
011690         MOVE "SUBJECTS REJECTED..........." TO PT-LABEL
011700         MOVE WS-SUBJECTS-REJECTED TO PT-VALUE
011710         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011720         WRITE PRPT-LINE
011730         MOVE "SUBJECTS WITH NO ANSWER....." TO PT-LABEL
011740         MOVE WS-SUBJECTS-NO-ANSWER TO PT-VALUE
011750         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011760         WRITE PRPT-LINE
011770         MOVE "SUBJECTS WITH NO CLUE......." TO PT-LABEL
011780         MOVE WS-SUBJECTS-NO-CLUE TO PT-VALUE
011790         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011800         WRITE PRPT-LINE
011810         MOVE "DATES NOT PLANNED..........." TO PT-LABEL
011820         MOVE WS-DATES-EMPTY TO PT-VALUE
011830         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011840         WRITE PRPT-LINE
011850         MOVE "EDITIONS NOT PLANNED........" TO PT-LABEL
011860         MOVE WS-EDITIONS-EMPTY TO PT-VALUE
011870         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
011880         WRITE PRPT-LINE
011890     END-IF
011900     IF WS-INPUTS-OPEN
011910         CLOSE SKED-FILE
011920         CLOSE ANAGRAM-DICT
011930         IF WS-EXCL-AVAILABLE
011940             CLOSE EXCL-FILE
011950         END-IF
011960         IF WS-HIST-AVAILABLE
011970             CLOSE HIST-FILE
011980         END-IF
011990         IF WS-CLUE-AVAILABLE
012000             CLOSE CLUE-FILE
012010         END-IF
012020     END-IF
012030     IF NOT WS-FATAL-ERROR
012040         CLOSE PREF-RPT
012050     END-IF
012060     DISPLAY "ANAGPREF EXCEPTIONS: " WS-EXCEPTION-COUNT.
012070 3000-EXIT.
012080     EXIT.
012090
012100* Validate a word before it is reduced to letter counts - the
012110* rules of ANAGBAT's VALIDATE-WORD: not blank, nothing but
012120* letters, single embedded spaces and (where allowed) up to
012130* two "?" blank tiles, and not filling the whole field.
012140 7000-VALIDATE-WORD.
012150     MOVE "Y" TO WS-VALID-SWITCH
012160     MOVE SPACES TO WS-REJECT-REASON
012170     IF WS-VALIDATE-INPUT = SPACES
012180         MOVE "N" TO WS-VALID-SWITCH
012190         MOVE "WORD IS BLANK" TO WS-REJECT-REASON
012200     ELSE
012210         MOVE 0 TO WS-TRAIL-SPACES
012220         INSPECT WS-VALIDATE-INPUT TALLYING WS-TRAIL-SPACES
012230          FOR TRAILING SPACE
012240         COMPUTE WS-WORD-LEN = 40 - WS-TRAIL-SPACES
012250         MOVE 0 TO WS-SPACE-TOTAL
012260         INSPECT WS-VALIDATE-INPUT TALLYING WS-SPACE-TOTAL
012270          FOR ALL SPACE
012280         COMPUTE WS-EMBEDDED-SPACES =
012290             WS-SPACE-TOTAL - WS-TRAIL-SPACES
012300         MOVE 0 TO WS-WILD-TOTAL
012310         INSPECT WS-VALIDATE-INPUT TALLYING WS-WILD-TOTAL
012320          FOR ALL "?"
012330         MOVE WS-VALIDATE-INPUT TO WS-WORK-WORD
012340         INSPECT WS-WORK-WORD
012350          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012360          TO "abcdefghijklmnopqrstuvwxyz"
012370         PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
012380         MOVE 0 TO WS-ALPHA-TOTAL
012390         PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
012400          UNTIL WS-LETTER-INDEX > 26
012410             ADD WS-WORK-COUNTS(WS-LETTER-INDEX) TO WS-ALPHA-TOTAL
012420         END-PERFORM
012430         IF WS-ALPHA-TOTAL + WS-EMBEDDED-SPACES + WS-WILD-TOTAL
012440          NOT = WS-WORD-LEN
012450             MOVE "N" TO WS-VALID-SWITCH
012460             MOVE "WORD CONTAINS NON-ALPHABETIC CHARACTERS"
012470                 TO WS-REJECT-REASON
012480         ELSE
012490             IF WS-WILD-TOTAL > 0
012500                 PERFORM 7200-VALIDATE-WILDCARD-USE
012510                     THRU 7200-EXIT
012520             END-IF
012530             IF WS-WORD-IS-VALID AND WS-EMBEDDED-SPACES > 0
012540                 PERFORM 7100-VALIDATE-PHRASE-SPACING
012550                     THRU 7100-EXIT
012560             END-IF
012570             IF WS-WORD-IS-VALID AND WS-WORD-LEN = 40
012580                 MOVE "N" TO WS-VALID-SWITCH
012590                 MOVE "WORD FILLS FIELD - POSSIBLE TRUNCATION"
012600                  TO WS-REJECT-REASON
012610             END-IF
012620         END-IF
012630     END-IF.
012640 7000-EXIT.
012650     EXIT.
012660
012670 7100-VALIDATE-PHRASE-SPACING.
012680     IF WS-VALIDATE-INPUT(1:1) = SPACE
012690         MOVE "N" TO WS-VALID-SWITCH
012700         MOVE "PHRASE STARTS WITH A SPACE"
012710          TO WS-REJECT-REASON
012720     END-IF
012730     PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
012740      UNTIL WS-SCAN-INDEX >= WS-WORD-LEN
012750         OR NOT WS-WORD-IS-VALID
012760         IF WS-VALIDATE-INPUT(WS-SCAN-INDEX:2) = "  "
012770             MOVE "N" TO WS-VALID-SWITCH
012780             MOVE "PHRASE HAS CONSECUTIVE SPACES"
012790              TO WS-REJECT-REASON
012800         END-IF
012810     END-PERFORM.
012820 7100-EXIT.
012830     EXIT.
012840
012850 7200-VALIDATE-WILDCARD-USE.
012860     IF NOT WS-WILDCARDS-ALLOWED
012870         MOVE "N" TO WS-VALID-SWITCH
012880         MOVE "WILDCARD NOT VALID IN THIS WORD"
012890          TO WS-REJECT-REASON
012900     ELSE
012910         IF WS-WILD-TOTAL > 2
012920             MOVE "N" TO WS-VALID-SWITCH
012930             MOVE "MORE THAN TWO WILDCARD TILES"
012940              TO WS-REJECT-REASON
012950         END-IF
012960     END-IF.
012970 7200-EXIT.
012980     EXIT.
012990
013000 7300-BUILD-LETTER-COUNTS.
013010     INITIALIZE WS-WORK-COUNTS-TABLE
013020     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
013030      UNTIL WS-LETTER-INDEX > 26
013040         INSPECT WS-WORK-WORD TALLYING
013050          WS-WORK-COUNTS(WS-LETTER-INDEX)
013060          FOR ALL WS-ALPHABET(WS-LETTER-INDEX:1)
013070     END-PERFORM.
013080 7300-EXIT.
013090     EXIT.
013100
013110* Read the next schedule entry, stopping at end of file or the
013120* first entry past the date being checked.
013130 8000-READ-SKED-ENTRY.
013140     READ SKED-FILE NEXT RECORD
013150         AT END SET WS-SKED-END-OF-FILE TO TRUE
013160     END-READ
013170     IF WS-SKED-STATUS NOT = "00"
013180         SET WS-SKED-END-OF-FILE TO TRUE
013190     END-IF
013200     IF NOT WS-SKED-END-OF-FILE
013210      AND SKED-PUB-DATE NOT = WS-CHECK-DATE
013220         SET WS-SKED-END-OF-FILE TO TRUE
013230     END-IF.
013240 8000-EXIT.
013250     EXIT.
013260
013270* "02" is a good read under the duplicate signature key.  Any
013280* other bad status ends the loop - an I/O error raises neither
013290* AT END nor INVALID KEY and would otherwise spin.
013300 8100-READ-DICT-NEXT.
013310     READ ANAGRAM-DICT NEXT RECORD
013320         AT END SET WS-DICT-END-OF-FILE TO TRUE
013330     END-READ
013340     IF WS-DICT-STATUS NOT = "00" AND WS-DICT-STATUS NOT = "02"
013350         SET WS-DICT-END-OF-FILE TO TRUE
013360     END-IF.
013370 8100-EXIT.
013380     EXIT.
013390
013400 8400-READ-PARM-CARD.
013410     READ PARM-FILE
013420         AT END SET WS-PARM-END-OF-FILE TO TRUE
013430     END-READ.
013440 8400-EXIT.
013450     EXIT.
013460
013470* Tell the scheduler how the check went: 0 when every date,
013480* edition and subject is ready, 4 when the exception report
013490* has anything on it, 8 on a bad parm card or a file error.
013500 9000-SET-RETURN-CODE.
013510     EVALUATE TRUE
013520         WHEN WS-FATAL-ERROR
013530             MOVE 8 TO RETURN-CODE
013540         WHEN WS-FILE-ERROR
013550             MOVE 8 TO RETURN-CODE
013560         WHEN WS-EXCEPTION-COUNT > 0
013570             MOVE 4 TO RETURN-CODE
013580         WHEN OTHER
013590             MOVE 0 TO RETURN-CODE
013600     END-EVALUATE.
013610 9000-EXIT.
013620     EXIT.
013630
013640 END PROGRAM ANAGPREF.
