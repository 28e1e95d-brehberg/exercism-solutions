000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGPURG.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  RETENTION, ARCHIVE AND PURGE HOUSEKEEPING.
000220*                  THE SCHEDULE, THE HISTORY, THE RUN AUDIT
000230*                  TRAIL, THE BEFORE-IMAGE JOURNAL AND THE
000240*                  MAINTENANCE LOG ALL GREW WITHOUT LIMIT.  A
000250*                  RETAIN-XXXX CARD ON ANAGRPRM GIVES THE DAYS
000260*                  EACH OF ANAGSKED, ANAGHIST, ANAGAUD,
000270*                  ANAGJRNL AND ANAGMLOG IS KEPT; A RECORD
000280*                  DATED BEFORE THE RUN DATE LESS THAT MANY
000290*                  DAYS IS COPIED TO THE FILE'S SEQUENTIAL
000300*                  ARCHIVE (EVERY ARCHIVE LINE CARRIES THE
000310*                  DATE IT WAS ARCHIVED) AND THEN DELETED FROM
000320*                  THE LIVE FILE.  A SCHEDULE ENTRY NOT YET
000330*                  PUBLISHED (STATUS OTHER THAN B) AND A
000340*                  HISTORY WORD STILL INSIDE ANY EDITION'S
000350*                  REPEAT WINDOW ARE NEVER PURGED.  EVERY
000360*                  ARCHIVE IS WRITTEN AND CLOSED BEFORE THE
000370*                  FIRST DELETE - IF ANY ARCHIVE CANNOT BE
000380*                  WRITTEN NOTHING IS DELETED AND THE RUN ENDS
000390*                  WITH RETURN-CODE 8.  ANAGRTRP SHOWS THE
000400*                  COUNTS KEPT, ARCHIVED AND PURGED PER FILE.
000410*--------------------------------------------------------------
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SKED-FILE ASSIGN TO ANAGSKED
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SKED-PRIME-KEY
000500         FILE STATUS IS WS-SKED-STATUS.
000510
000520     SELECT HIST-FILE ASSIGN TO ANAGHIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HIST-PRIME-KEY
000560         FILE STATUS IS WS-HIST-STATUS.
000570
000580     SELECT AUD-FILE ASSIGN TO ANAGAUD
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-AUD-STATUS.
000610
000620     SELECT JRNL-FILE ASSIGN TO ANAGJRNL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-JRNL-STATUS.
000650
000660     SELECT MLOG-FILE ASSIGN TO ANAGMLOG
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-MLOG-STATUS.
000690
000700     SELECT ARSK-FILE ASSIGN TO ANAGARSK
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ARSK-STATUS.
000730
000740     SELECT ARHI-FILE ASSIGN TO ANAGARHI
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ARHI-STATUS.
000770
000780     SELECT ARAU-FILE ASSIGN TO ANAGARAU
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ARAU-STATUS.
000810
000820     SELECT ARJR-FILE ASSIGN TO ANAGARJR
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARJR-STATUS.
000850
000860     SELECT ARML-FILE ASSIGN TO ANAGARML
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-ARML-STATUS.
000890
000900     SELECT WORK-FILE ASSIGN TO ANAGRWRK
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-WORK-STATUS.
000930
000940     SELECT PARM-FILE ASSIGN TO ANAGRPRM
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-PARM-STATUS.
000970
000980     SELECT PURG-RPT ASSIGN TO ANAGRTRP
000990         ORGANIZATION IS LINE SEQUENTIAL.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  SKED-FILE.
001040 01  SKED-RECORD.
001050     05 SKED-PRIME-KEY.
001060        10 SKED-PUB-DATE        PIC 9(08).
001070        10 SKED-EDITION         PIC X(02).
001080        10 SKED-SUBJECT-WORD    PIC X(40).
001090     05 SKED-STATUS             PIC X(01).
001100        88 SKED-IS-PLANNED      VALUE "P".
001110        88 SKED-IS-EXTRACTED    VALUE "E".
001120        88 SKED-IS-RUN          VALUE "R".
001130        88 SKED-IS-PUBLISHED    VALUE "B".
001140     05 SKED-ADDED-DATE         PIC 9(08).
001150
001160 FD  HIST-FILE.
001170 01  HIST-RECORD.
001180     05 HIST-PRIME-KEY.
001190        10 HIST-EDITION         PIC X(02).
001200        10 HIST-WORD            PIC X(40).
001210     05 HIST-PUB-DATE           PIC 9(08).
001220
001230*--------------------------------------------------------------
001240* THE THREE SEQUENTIAL FILES ARE HANDLED AS WHOLE LINES.  EACH
001250* OPENS WITH ITS DATE - ANAGAUD'S RUN DATE, ANAGJRNL'S RUN ID
001260* (YYYYMMDDHHMMSS, SO A WHOLE ANAGDELT OR ANAGBOUT RUN AGES
001270* OUT TOGETHER), ANAGMLOG'S CHANGE DATE.
001280*--------------------------------------------------------------
001290 FD  AUD-FILE.
001300 01  AUD-LINE                   PIC X(79).
001310
001320 FD  JRNL-FILE.
001330 01  JRNL-LINE                  PIC X(275).
001340
001350 FD  MLOG-FILE.
001360 01  MLOG-LINE                  PIC X(176).
001370
001380*--------------------------------------------------------------
001390* ARCHIVES.  ONE PER LIVE FILE, APPENDED ACROSS RUNS, EACH
001400* LINE THE DATE IT WAS ARCHIVED FOLLOWED BY THE RECORD IMAGE
001410* EXACTLY AS IT STOOD ON THE LIVE FILE.
001420*--------------------------------------------------------------
001430 FD  ARSK-FILE.
001440 01  ARSK-RECORD.
001450     05 ARSK-ARCHIVE-DATE       PIC 9(08).
001460     05 FILLER                  PIC X(01).
001470     05 ARSK-IMAGE              PIC X(59).
001480
001490 FD  ARHI-FILE.
001500 01  ARHI-RECORD.
001510     05 ARHI-ARCHIVE-DATE       PIC 9(08).
001520     05 FILLER                  PIC X(01).
001530     05 ARHI-IMAGE              PIC X(50).
001540
001550 FD  ARAU-FILE.
001560 01  ARAU-RECORD.
001570     05 ARAU-ARCHIVE-DATE       PIC 9(08).
001580     05 FILLER                  PIC X(01).
001590     05 ARAU-IMAGE              PIC X(79).
001600
001610 FD  ARJR-FILE.
001620 01  ARJR-RECORD.
001630     05 ARJR-ARCHIVE-DATE       PIC 9(08).
001640     05 FILLER                  PIC X(01).
001650     05 ARJR-IMAGE              PIC X(275).
001660
001670 FD  ARML-FILE.
001680 01  ARML-RECORD.
001690     05 ARML-ARCHIVE-DATE       PIC 9(08).
001700     05 FILLER                  PIC X(01).
001710     05 ARML-IMAGE              PIC X(176).
001720
001730*--------------------------------------------------------------
001740* THE LINES A SEQUENTIAL FILE KEEPS ARE COPIED HERE AND THEN
001750* BACK OVER THE LIVE FILE - WIDE ENOUGH FOR THE WIDEST OF THE
001760* THREE.
001770*--------------------------------------------------------------
001780 FD  WORK-FILE.
001790 01  WORK-LINE                  PIC X(275).
001800
001810 FD  PARM-FILE.
001820 01  PARM-CARD                  PIC X(80).
001830
001840 FD  PURG-RPT.
001850 01  PRPT-LINE                  PIC X(132).
001860
001870 WORKING-STORAGE SECTION.
001880*--------------------------------------------------------------
001890* SWITCHES
001900*--------------------------------------------------------------
001910 77  WS-SKED-STATUS             PIC X(02) VALUE "00".
001920 77  WS-HIST-STATUS             PIC X(02) VALUE "00".
001930 77  WS-AUD-STATUS              PIC X(02) VALUE "00".
001940 77  WS-JRNL-STATUS             PIC X(02) VALUE "00".
001950 77  WS-MLOG-STATUS             PIC X(02) VALUE "00".
001960 77  WS-ARSK-STATUS             PIC X(02) VALUE "00".
001970 77  WS-ARHI-STATUS             PIC X(02) VALUE "00".
001980 77  WS-ARAU-STATUS             PIC X(02) VALUE "00".
001990 77  WS-ARJR-STATUS             PIC X(02) VALUE "00".
002000 77  WS-ARML-STATUS             PIC X(02) VALUE "00".
002010 77  WS-WORK-STATUS             PIC X(02) VALUE "00".
002020 77  WS-PARM-STATUS             PIC X(02) VALUE "00".
002030 77  WS-LIVE-EOF-SWITCH         PIC X(01) VALUE "N".
002040     88 WS-LIVE-END-OF-FILE     VALUE "Y".
002050 77  WS-WORK-EOF-SWITCH         PIC X(01) VALUE "N".
002060     88 WS-WORK-END-OF-FILE     VALUE "Y".
002070 77  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
002080     88 WS-PARM-END-OF-FILE     VALUE "Y".
002090 77  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
002100     88 WS-FATAL-ERROR          VALUE "Y".
002110 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
002120     88 WS-FILE-ERROR           VALUE "Y".
002130 77  WS-ARCHIVE-FAIL-SWITCH     PIC X(01) VALUE "N".
002140     88 WS-ARCHIVE-FAILED       VALUE "Y".
002150 77  WS-EXPIRED-SWITCH          PIC X(01) VALUE "N".
002160     88 WS-RECORD-EXPIRED       VALUE "Y".
002170 77  WS-HELD-SWITCH             PIC X(01) VALUE "N".
002180     88 WS-RECORD-HELD          VALUE "Y".
002190 77  WS-COPY-FAIL-SWITCH        PIC X(01) VALUE "N".
002200     88 WS-COPY-FAILED          VALUE "Y".
002210
002220*--------------------------------------------------------------
002230* RUN CONTROL.  THE ANAGRPRM CARD FILE FOLLOWS THE ANAGPARM
002240* CONVENTIONS (KEYWORD=VALUE, ONE PER CARD, * IN COLUMN 1 FOR
002250* A COMMENT, A BAD CARD STOPS THE RUN WITH RETURN-CODE 8).
002260*   RETAIN-SKED=N    DAYS ANAGSKED ENTRIES ARE KEPT AFTER
002270*                    THEIR PUBLICATION DATE
002280*   RETAIN-HIST=N    DAYS ANAGHIST WORDS ARE KEPT AFTER THEIR
002290*                    LAST PUBLICATION DATE
002300*   RETAIN-AUD=N     DAYS ANAGAUD RUN LINES ARE KEPT
002310*   RETAIN-JRNL=N    DAYS ANAGJRNL JOURNAL RECORDS ARE KEPT -
002320*                    A RUN PURGED HERE CAN NO LONGER BE BACKED
002330*                    OUT BY ANAGBOUT
002340*   RETAIN-MLOG=N    DAYS ANAGMLOG CHANGE LINES ARE KEPT
002350*   RUN-DATE=CCYYMMDD  TODAY UNLESS PUNCHED
002360*   REPEAT-DAYS, REPEAT-DAYS-XX
002370*                    AS ON ANAGPARM.  NO HISTORY WORD IS
002380*                    PURGED INSIDE THE WIDEST OF THESE WINDOWS.
002390* A FILE WITH NO RETAIN CARD IS NOT TOUCHED.  THE REST OF THE
002400* ANAGPARM KEYWORDS ARE ACCEPTED AND IGNORED, SO THE NIGHTLY
002410* DECK CAN BE CONCATENATED AHEAD OF THIS ONE AND THE REPEAT
002420* WINDOWS NEVER DRIFT APART.
002430*--------------------------------------------------------------
002440 01  WS-PARM-KEYWORD            PIC X(20).
002450 01  WS-PARM-VALUE              PIC X(10).
002460 01  WS-PARM-NUMBER             PIC 9(06).
002470 01  WS-PARM-NUM-OK-SWITCH      PIC X(01).
002480     88 WS-PARM-NUM-OK          VALUE "Y".
002490 01  WS-PARM-DATE               PIC 9(08).
002500 01  WS-PARM-CHAR-INDEX         PIC 9(02).
002510 01  WS-PARM-CHAR               PIC X(01).
002520 01  WS-PARM-DIGIT REDEFINES WS-PARM-CHAR
002530                                PIC 9(01).
002540 01  WS-RUN-DATE                PIC 9(08).
002550 01  WS-RUN-INTEGER             PIC 9(08).
002560 01  WS-CUTOFF-INTEGER          PIC 9(08).
002570
002580*--------------------------------------------------------------
002590* REPEAT WINDOW - THE SAME GLOBAL AND PER-EDITION DAYS ANAGBAT
002600* USES.  THE PURGE HOLDS BACK EVERY HISTORY WORD PUBLISHED ON
002610* OR AFTER THE RUN DATE LESS THE WIDEST WINDOW OF ANY EDITION,
002620* SO NO EDITION CAN LOSE A WORD IT WOULD STILL REFUSE TO
002630* REPEAT.
002640*--------------------------------------------------------------
002650 01  WS-REPEAT-DAYS-GLOBAL      PIC 9(04) VALUE 14.
002660 01  WS-RPTD-ED-MAX             PIC 9(02) VALUE 10.
002670 01  WS-RPTD-ED-COUNT           PIC 9(02) VALUE 0.
002680 01  WS-RPTD-ED-TABLE.
002690     05 WS-RPTD-ED-ENTRY OCCURS 10 TIMES.
002700        10 WS-RPTD-ED-CODE      PIC X(02).
002710        10 WS-RPTD-ED-DAYS      PIC 9(04).
002720 01  WS-RPTD-ED-INDEX           PIC 9(02).
002730 01  WS-RPTD-ED-SLOT            PIC 9(02).
002740 01  WS-MAX-REPEAT-DAYS         PIC 9(04) VALUE 0.
002750 01  WS-REPEAT-CUTOFF           PIC 9(08) VALUE 0.
002760
002770*--------------------------------------------------------------
002780* ONE ENTRY PER FILE THE JOB LOOKS AFTER, IN REPORT ORDER.
002790* RETAIN IS ZERO UNTIL A RETAIN CARD IS PUNCHED.  A RECORD IS
002800* EXPIRED WHEN IT IS DATED BEFORE THE CUTOFF; HELD COUNTS THE
002810* EXPIRED RECORDS KEPT ANYWAY (A SCHEDULE ENTRY NOT YET
002820* PUBLISHED, A HISTORY WORD STILL INSIDE A REPEAT WINDOW).
002830*--------------------------------------------------------------
002840 01  WS-SKED-IX                 PIC 9(02) VALUE 1.
002850 01  WS-HIST-IX                 PIC 9(02) VALUE 2.
002860 01  WS-AUD-IX                  PIC 9(02) VALUE 3.
002870 01  WS-JRNL-IX                 PIC 9(02) VALUE 4.
002880 01  WS-MLOG-IX                 PIC 9(02) VALUE 5.
002890 01  WS-FT-COUNT                PIC 9(02) VALUE 5.
002900 01  WS-FT-NAMES.
002910     05 FILLER                  PIC X(08) VALUE "ANAGSKED".
002920     05 FILLER                  PIC X(08) VALUE "ANAGHIST".
002930     05 FILLER                  PIC X(08) VALUE "ANAGAUD".
002940     05 FILLER                  PIC X(08) VALUE "ANAGJRNL".
002950     05 FILLER                  PIC X(08) VALUE "ANAGMLOG".
002960 01  WS-FT-NAME-TABLE REDEFINES WS-FT-NAMES.
002970     05 WS-FT-NAME OCCURS 5 TIMES PIC X(08).
002980 01  WS-FILE-TABLE.
002990     05 WS-FT-ENTRY OCCURS 5 TIMES.
003000        10 WS-FT-RETAIN         PIC 9(05).
003010        10 WS-FT-CUTOFF         PIC 9(08).
003020        10 WS-FT-PRESENT-SWITCH PIC X(01).
003030           88 WS-FT-PRESENT     VALUE "Y".
003040        10 WS-FT-READ           PIC 9(07).
003050        10 WS-FT-HELD           PIC 9(07).
003060        10 WS-FT-ARCHIVED       PIC 9(07).
003070        10 WS-FT-PURGED         PIC 9(07).
003080        10 WS-FT-NOTE           PIC X(50).
003090 01  WS-FT-IX                   PIC 9(02).
003100 01  WS-LINE-DATE-X             PIC X(08).
003110 01  WS-LINE-DATE REDEFINES WS-LINE-DATE-X
003120                                PIC 9(08).
003130 01  WS-EXPIRED-FOUND           PIC 9(07).
003140 01  WS-FAIL-STATUS             PIC X(02).
003150
003160*--------------------------------------------------------------
003170* RUN COUNTS FOR THE REPORT TOTALS
003180*--------------------------------------------------------------
003190 01  WS-TOTAL-KEPT              PIC 9(08) VALUE 0.
003200 01  WS-TOTAL-ARCHIVED          PIC 9(08) VALUE 0.
003210 01  WS-TOTAL-PURGED            PIC 9(08) VALUE 0.
003220
003230*--------------------------------------------------------------
003240* REPORT LINE WORK AREAS
003250*--------------------------------------------------------------
003260 01  WS-PRPT-HEADING-1.
003270     05 FILLER                  PIC X(40)
003280         VALUE "ANAG RETENTION, ARCHIVE AND PURGE REPORT".
003290 01  WS-PRPT-DATE-LINE.
003300     05 FILLER                  PIC X(10) VALUE "RUN DATE:".
003310     05 PD-RUN-DATE             PIC 9(08).
003320     05 FILLER                  PIC X(27)
003330         VALUE "   HISTORY HELD INSIDE THE".
003340     05 PD-REPEAT-DAYS          PIC ZZZ9.
003350     05 FILLER                  PIC X(26)
003360         VALUE " DAY REPEAT WINDOW".
003370 01  WS-PRPT-FILE-LINE.
003380     05 FILLER                  PIC X(02) VALUE SPACES.
003390     05 PF-NOTE                 PIC X(60).
003400 01  WS-PRPT-HEADING-2.
003410     05 FILLER                  PIC X(10) VALUE "FILE".
003420     05 FILLER                  PIC X(08) VALUE "RETAIN".
003430     05 FILLER                  PIC X(10) VALUE "CUTOFF".
003440     05 FILLER                  PIC X(43) VALUE
003450         "   READ     KEPT     HELD ARCHIVED   PURGED".
003460     05 FILLER                  PIC X(04) VALUE SPACES.
003470     05 FILLER                  PIC X(04) VALUE "NOTE".
003480 01  WS-PRPT-DETAIL.
003490     05 PR-FILE                 PIC X(08).
003500     05 FILLER                  PIC X(02) VALUE SPACES.
003510     05 PR-RETAIN               PIC ZZZZ9.
003520     05 FILLER                  PIC X(03) VALUE SPACES.
003530     05 PR-CUTOFF               PIC X(08).
003540     05 FILLER                  PIC X(02) VALUE SPACES.
003550     05 PR-COUNTS.
003560        10 PR-READ              PIC ZZZZZZ9.
003570        10 FILLER               PIC X(02) VALUE SPACES.
003580        10 PR-KEPT              PIC ZZZZZZ9.
003590        10 FILLER               PIC X(02) VALUE SPACES.
003600        10 PR-HELD              PIC ZZZZZZ9.
003610        10 FILLER               PIC X(02) VALUE SPACES.
003620        10 PR-ARCHIVED          PIC ZZZZZZ9.
003630        10 FILLER               PIC X(02) VALUE SPACES.
003640        10 PR-PURGED            PIC ZZZZZZ9.
003650     05 FILLER                  PIC X(04) VALUE SPACES.
003660     05 PR-NOTE                 PIC X(50).
003670 01  WS-PRPT-TOTAL-LINE.
003680     05 PT-LABEL                PIC X(28).
003690     05 PT-VALUE                PIC ZZZ,ZZ9.
003700
003710 PROCEDURE DIVISION.
003720
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003750     IF NOT WS-FATAL-ERROR
003760         PERFORM 2000-ARCHIVE-EXPIRED THRU 2000-EXIT
003770         IF NOT WS-ARCHIVE-FAILED AND NOT WS-FILE-ERROR
003780             PERFORM 4000-PURGE-EXPIRED THRU 4000-EXIT
003790         END-IF
003800     END-IF
003810     PERFORM 5000-TERMINATE THRU 5000-EXIT
003820     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
003830     STOP RUN.
003840
003850 1000-INITIALIZE.
003860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003870     INITIALIZE WS-FILE-TABLE
003880     PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
003890     IF NOT WS-FATAL-ERROR
003900         PERFORM 1400-SET-CUTOFFS THRU 1400-EXIT
003910         OPEN OUTPUT PURG-RPT
003920         MOVE WS-PRPT-HEADING-1 TO PRPT-LINE
003930         WRITE PRPT-LINE
003940         MOVE WS-RUN-DATE TO PD-RUN-DATE
003950         MOVE WS-MAX-REPEAT-DAYS TO PD-REPEAT-DAYS
003960         MOVE WS-PRPT-DATE-LINE TO PRPT-LINE
003970         WRITE PRPT-LINE
003980     END-IF.
003990 1000-EXIT.
004000     EXIT.
004010
004020* Apply the run-control cards from ANAGRPRM.  A missing parm
004030* file leaves every file untouched; a card that does not parse
004040* stops the run before anything is read.
004050 1300-READ-PARM-CARDS.
004060     OPEN INPUT PARM-FILE
004070     IF WS-PARM-STATUS = "00"
004080         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
004090         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
004100             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
004110         CLOSE PARM-FILE
004120     END-IF.
004130 1300-EXIT.
004140     EXIT.
004150
004160 1350-APPLY-PARM-CARD.
004170     IF PARM-CARD = SPACES OR PARM-CARD(1:1) = "*"
004180         CONTINUE
004190     ELSE
004200         MOVE SPACES TO WS-PARM-KEYWORD
004210         MOVE SPACES TO WS-PARM-VALUE
004220         UNSTRING PARM-CARD DELIMITED BY "="
004230             INTO WS-PARM-KEYWORD WS-PARM-VALUE
004240         END-UNSTRING
004250         EVALUATE WS-PARM-KEYWORD
004260             WHEN "RETAIN-SKED"
004270                 MOVE WS-SKED-IX TO WS-FT-IX
004280                 PERFORM 1390-SET-RETENTION THRU 1390-EXIT
004290             WHEN "RETAIN-HIST"
004300                 MOVE WS-HIST-IX TO WS-FT-IX
004310                 PERFORM 1390-SET-RETENTION THRU 1390-EXIT
004320             WHEN "RETAIN-AUD"
004330                 MOVE WS-AUD-IX TO WS-FT-IX
004340                 PERFORM 1390-SET-RETENTION THRU 1390-EXIT
004350             WHEN "RETAIN-JRNL"
004360                 MOVE WS-JRNL-IX TO WS-FT-IX
004370                 PERFORM 1390-SET-RETENTION THRU 1390-EXIT
004380             WHEN "RETAIN-MLOG"
004390                 MOVE WS-MLOG-IX TO WS-FT-IX
004400                 PERFORM 1390-SET-RETENTION THRU 1390-EXIT
004410             WHEN "RUN-DATE"
004420                 PERFORM 1365-PARSE-PARM-DATE THRU 1365-EXIT
004430                 IF WS-PARM-NUM-OK
004440                     MOVE WS-PARM-DATE TO WS-RUN-DATE
004450                 ELSE
004460                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
004470                 END-IF
004480             WHEN "REPEAT-DAYS"
004490                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
004500                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 9999
004510                     MOVE WS-PARM-NUMBER TO WS-REPEAT-DAYS-GLOBAL
004520                 ELSE
004530                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
004540                 END-IF
004550             WHEN "CHECKPOINT-INTERVAL"
004560             WHEN "BATCH-SIZE"
004570             WHEN "REJECT-LIMIT"
004580             WHEN "SCAN-MODE"
004590             WHEN "MATCH-MODE"
004600             WHEN "GRADE-LENGTH-POINTS"
004610             WHEN "GRADE-TILE-POINTS"
004620             WHEN "GRADE-ANAGRAM-POINTS"
004630             WHEN "GRADE-COMMON-USAGE"
004640             WHEN "GRADE-OBSCURE-POINTS"
004650             WHEN "GRADE-MEDIUM-FROM"
004660             WHEN "GRADE-HARD-FROM"
004670*                Nightly run controls with no bearing on what
004680*                may be purged
004690                 CONTINUE
004700             WHEN OTHER
004710                 IF WS-PARM-KEYWORD(1:12) = "REPEAT-DAYS-"
004720                  AND WS-PARM-KEYWORD(13:2) NOT = SPACES
004730                  AND WS-PARM-KEYWORD(15:6) = SPACES
004740                     PERFORM 1380-SET-EDITION-REPEAT
004750                         THRU 1380-EXIT
004760                 ELSE
004770                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
004780                 END-IF
004790         END-EVALUATE
004800     END-IF
004810     IF NOT WS-FATAL-ERROR
004820         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
004830     END-IF.
004840 1350-EXIT.
004850     EXIT.
004860
004870* Reduce the value side of a parm card to a number.  Digits
004880* only, ending at the first space - anything else marks the
004890* value bad so the card is rejected instead of half-applied.
004900 1360-PARSE-PARM-NUMBER.
004910     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
004920     MOVE 0 TO WS-PARM-NUMBER
004930     IF WS-PARM-VALUE = SPACES
004940         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
004950     END-IF
004960     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
004970      UNTIL WS-PARM-CHAR-INDEX > 10
004980         OR WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1) = SPACE
004990         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
005000          TO WS-PARM-CHAR
005010         IF WS-PARM-CHAR >= "0" AND WS-PARM-CHAR <= "9"
005020             IF WS-PARM-CHAR-INDEX > 6
005030                 MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005040             ELSE
005050                 COMPUTE WS-PARM-NUMBER =
005060                     WS-PARM-NUMBER * 10 + WS-PARM-DIGIT
005070             END-IF
005080         ELSE
005090             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005100         END-IF
005110     END-PERFORM.
005120 1360-EXIT.
005130     EXIT.
005140
005150* A run date must be exactly eight digits with a real month
005160* and a plausible day - anything else rejects the card rather
005170* than purging against the wrong date.
005180 1365-PARSE-PARM-DATE.
005190     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
005200     MOVE 0 TO WS-PARM-DATE
005210     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
005220      UNTIL WS-PARM-CHAR-INDEX > 8
005230         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
005240          TO WS-PARM-CHAR
005250         IF WS-PARM-CHAR >= "0" AND WS-PARM-CHAR <= "9"
005260             COMPUTE WS-PARM-DATE =
005270                 WS-PARM-DATE * 10 + WS-PARM-DIGIT
005280         ELSE
005290             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005300         END-IF
005310     END-PERFORM
005320     IF WS-PARM-VALUE(9:2) NOT = SPACES
005330         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005340     END-IF
005350     IF WS-PARM-NUM-OK
005360         IF WS-PARM-DATE(5:2) < "01"
005370          OR WS-PARM-DATE(5:2) > "12"
005380          OR WS-PARM-DATE(7:2) < "01"
005390          OR WS-PARM-DATE(7:2) > "31"
005400             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
005410         END-IF
005420     END-IF.
005430 1365-EXIT.
005440     EXIT.
005450
005460 1370-BAD-PARM-CARD.
005470     DISPLAY "ANAGPURG: BAD PARM CARD: " PARM-CARD(1:40)
005480     SET WS-FATAL-ERROR TO TRUE.
005490 1370-EXIT.
005500     EXIT.
005510
005520* Set one edition's repeat window from a REPEAT-DAYS-XX card,
005530* the same way ANAGBAT does.
005540 1380-SET-EDITION-REPEAT.
005550     PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
005560     IF NOT WS-PARM-NUM-OK OR WS-PARM-NUMBER > 9999
005570         PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005580     ELSE
005590         MOVE 0 TO WS-RPTD-ED-SLOT
005600         PERFORM VARYING WS-RPTD-ED-INDEX FROM 1 BY 1
005610          UNTIL WS-RPTD-ED-INDEX > WS-RPTD-ED-COUNT
005620             OR WS-RPTD-ED-SLOT > 0
005630             IF WS-RPTD-ED-CODE(WS-RPTD-ED-INDEX)
005640              = WS-PARM-KEYWORD(13:2)
005650                 MOVE WS-RPTD-ED-INDEX TO WS-RPTD-ED-SLOT
005660             END-IF
005670         END-PERFORM
005680         IF WS-RPTD-ED-SLOT = 0
005690          AND WS-RPTD-ED-COUNT < WS-RPTD-ED-MAX
005700             ADD 1 TO WS-RPTD-ED-COUNT
005710             MOVE WS-RPTD-ED-COUNT TO WS-RPTD-ED-SLOT
005720             MOVE WS-PARM-KEYWORD(13:2)
005730              TO WS-RPTD-ED-CODE(WS-RPTD-ED-SLOT)
005740         END-IF
005750         IF WS-RPTD-ED-SLOT > 0
005760             MOVE WS-PARM-NUMBER
005770              TO WS-RPTD-ED-DAYS(WS-RPTD-ED-SLOT)
005780         ELSE
005790             PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005800         END-IF
005810     END-IF.
005820 1380-EXIT.
005830     EXIT.
005840
005850* Set the retention days of the file WS-FT-IX points at.  Zero
005860* would purge everything up to today, which no file here
005870* wants - leave the card out to keep a file whole.
005880 1390-SET-RETENTION.
005890     PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
005900     IF WS-PARM-NUM-OK AND WS-PARM-NUMBER > 0
005910      AND WS-PARM-NUMBER NOT > 99999
005920         MOVE WS-PARM-NUMBER TO WS-FT-RETAIN(WS-FT-IX)
005930     ELSE
005940         PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
005950     END-IF.
005960 1390-EXIT.
005970     EXIT.
005980
005990* Turn each retention into a cutoff date - a record dated
006000* before its file's cutoff has expired - and the widest repeat
006010* window into the date history words are held from.
006020 1400-SET-CUTOFFS.
006030     COMPUTE WS-RUN-INTEGER =
006040         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
006050     PERFORM VARYING WS-FT-IX FROM 1 BY 1
006060      UNTIL WS-FT-IX > WS-FT-COUNT
006070         IF WS-FT-RETAIN(WS-FT-IX) > 0
006080             COMPUTE WS-CUTOFF-INTEGER =
006090                 WS-RUN-INTEGER - WS-FT-RETAIN(WS-FT-IX)
006100             COMPUTE WS-FT-CUTOFF(WS-FT-IX) =
006110                 FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
006120         ELSE
006130             MOVE "NO RETAIN CARD - NOT PURGED"
006140              TO WS-FT-NOTE(WS-FT-IX)
006150         END-IF
006160     END-PERFORM
006170     MOVE WS-REPEAT-DAYS-GLOBAL TO WS-MAX-REPEAT-DAYS
006180     PERFORM VARYING WS-RPTD-ED-INDEX FROM 1 BY 1
006190      UNTIL WS-RPTD-ED-INDEX > WS-RPTD-ED-COUNT
006200         IF WS-RPTD-ED-DAYS(WS-RPTD-ED-INDEX)
006210          > WS-MAX-REPEAT-DAYS
006220             MOVE WS-RPTD-ED-DAYS(WS-RPTD-ED-INDEX)
006230              TO WS-MAX-REPEAT-DAYS
006240         END-IF
006250     END-PERFORM
006260     IF WS-MAX-REPEAT-DAYS > 0
006270         COMPUTE WS-CUTOFF-INTEGER =
006280             WS-RUN-INTEGER - WS-MAX-REPEAT-DAYS
006290         COMPUTE WS-REPEAT-CUTOFF =
006300             FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
006310     END-IF.
006320 1400-EXIT.
006330     EXIT.
006340
006350* Copy every expired record of every file with a retention to
006360* that file's archive.  Nothing is deleted here; the first
006370* archive that cannot be opened, written or closed stops the
006380* pass, and the purge is then never started.
006390 2000-ARCHIVE-EXPIRED.
006400     IF WS-FT-RETAIN(WS-SKED-IX) > 0
006410         PERFORM 2100-ARCHIVE-SKED THRU 2100-EXIT
006420     END-IF
006430     IF WS-FT-RETAIN(WS-HIST-IX) > 0 AND NOT WS-ARCHIVE-FAILED
006440         PERFORM 2200-ARCHIVE-HIST THRU 2200-EXIT
006450     END-IF
006460     IF WS-FT-RETAIN(WS-AUD-IX) > 0 AND NOT WS-ARCHIVE-FAILED
006470         PERFORM 2300-ARCHIVE-AUD THRU 2300-EXIT
006480     END-IF
006490     IF WS-FT-RETAIN(WS-JRNL-IX) > 0 AND NOT WS-ARCHIVE-FAILED
006500         PERFORM 2400-ARCHIVE-JRNL THRU 2400-EXIT
006510     END-IF
006520     IF WS-FT-RETAIN(WS-MLOG-IX) > 0 AND NOT WS-ARCHIVE-FAILED
006530         PERFORM 2500-ARCHIVE-MLOG THRU 2500-EXIT
006540     END-IF.
006550 2000-EXIT.
006560     EXIT.
006570
006580 2100-ARCHIVE-SKED.
006590     MOVE WS-SKED-IX TO WS-FT-IX
006600     OPEN INPUT SKED-FILE
006610     MOVE WS-SKED-STATUS TO WS-FAIL-STATUS
006620     PERFORM 2900-CHECK-LIVE-OPEN THRU 2900-EXIT
006630     IF WS-FT-PRESENT(WS-FT-IX)
006640         OPEN EXTEND ARSK-FILE
006650         IF WS-ARSK-STATUS = "35"
006660*            First archive ever taken - create it empty and
006670*            carry on
006680             OPEN OUTPUT ARSK-FILE
006690         END-IF
006700         IF WS-ARSK-STATUS NOT = "00"
006710             MOVE WS-ARSK-STATUS TO WS-FAIL-STATUS
006720             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
006730         ELSE
006740             MOVE "N" TO WS-LIVE-EOF-SWITCH
006750             PERFORM 8100-READ-SKED-NEXT THRU 8100-EXIT
006760             PERFORM 2110-ARCHIVE-SKED-ENTRY THRU 2110-EXIT
006770                 UNTIL WS-LIVE-END-OF-FILE OR WS-ARCHIVE-FAILED
006780             IF WS-SKED-STATUS NOT = "10"
006790              AND NOT WS-ARCHIVE-FAILED
006800                 MOVE WS-SKED-STATUS TO WS-FAIL-STATUS
006810                 PERFORM 2980-LIVE-READ-FAILED THRU 2980-EXIT
006820             END-IF
006830             CLOSE ARSK-FILE
006840             IF WS-ARSK-STATUS NOT = "00"
006850              AND NOT WS-ARCHIVE-FAILED
006860                 MOVE WS-ARSK-STATUS TO WS-FAIL-STATUS
006870                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
006880             END-IF
006890         END-IF
006900         CLOSE SKED-FILE
006910         IF WS-FT-HELD(WS-FT-IX) > 0
006920          AND WS-FT-NOTE(WS-FT-IX) = SPACES
006930             MOVE "HELD ENTRIES NOT YET PUBLISHED"
006940              TO WS-FT-NOTE(WS-FT-IX)
006950         END-IF
006960     END-IF.
006970 2100-EXIT.
006980     EXIT.
006990
007000* Only a published (B) entry may go.  An older entry still
007010* planned, extracted or run is held for the desk to settle.
007020 2110-ARCHIVE-SKED-ENTRY.
007030     ADD 1 TO WS-FT-READ(WS-FT-IX)
007040     IF SKED-PUB-DATE < WS-FT-CUTOFF(WS-FT-IX)
007050         IF SKED-IS-PUBLISHED
007060             MOVE SPACES TO ARSK-RECORD
007070             MOVE WS-RUN-DATE TO ARSK-ARCHIVE-DATE
007080             MOVE SKED-RECORD TO ARSK-IMAGE
007090             WRITE ARSK-RECORD
007100             IF WS-ARSK-STATUS NOT = "00"
007110                 MOVE WS-ARSK-STATUS TO WS-FAIL-STATUS
007120                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
007130             ELSE
007140                 ADD 1 TO WS-FT-ARCHIVED(WS-FT-IX)
007150             END-IF
007160         ELSE
007170             ADD 1 TO WS-FT-HELD(WS-FT-IX)
007180         END-IF
007190     END-IF
007200     PERFORM 8100-READ-SKED-NEXT THRU 8100-EXIT.
007210 2110-EXIT.
007220     EXIT.
007230
007240 2200-ARCHIVE-HIST.
007250     MOVE WS-HIST-IX TO WS-FT-IX
007260     OPEN INPUT HIST-FILE
007270     MOVE WS-HIST-STATUS TO WS-FAIL-STATUS
007280     PERFORM 2900-CHECK-LIVE-OPEN THRU 2900-EXIT
007290     IF WS-FT-PRESENT(WS-FT-IX)
007300         OPEN EXTEND ARHI-FILE
007310         IF WS-ARHI-STATUS = "35"
007320             OPEN OUTPUT ARHI-FILE
007330         END-IF
007340         IF WS-ARHI-STATUS NOT = "00"
007350             MOVE WS-ARHI-STATUS TO WS-FAIL-STATUS
007360             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
007370         ELSE
007380             MOVE "N" TO WS-LIVE-EOF-SWITCH
007390             PERFORM 8200-READ-HIST-NEXT THRU 8200-EXIT
007400             PERFORM 2210-ARCHIVE-HIST-ENTRY THRU 2210-EXIT
007410                 UNTIL WS-LIVE-END-OF-FILE OR WS-ARCHIVE-FAILED
007420             IF WS-HIST-STATUS NOT = "10"
007430              AND NOT WS-ARCHIVE-FAILED
007440                 MOVE WS-HIST-STATUS TO WS-FAIL-STATUS
007450                 PERFORM 2980-LIVE-READ-FAILED THRU 2980-EXIT
007460             END-IF
007470             CLOSE ARHI-FILE
007480             IF WS-ARHI-STATUS NOT = "00"
007490              AND NOT WS-ARCHIVE-FAILED
007500                 MOVE WS-ARHI-STATUS TO WS-FAIL-STATUS
007510                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
007520             END-IF
007530         END-IF
007540         CLOSE HIST-FILE
007550         IF WS-FT-HELD(WS-FT-IX) > 0
007560          AND WS-FT-NOTE(WS-FT-IX) = SPACES
007570             MOVE "HELD WORDS INSIDE A REPEAT WINDOW"
007580              TO WS-FT-NOTE(WS-FT-IX)
007590         END-IF
007600     END-IF.
007610 2200-EXIT.
007620     EXIT.
007630
007640 2210-ARCHIVE-HIST-ENTRY.
007650     ADD 1 TO WS-FT-READ(WS-FT-IX)
007660     PERFORM 7200-TEST-HIST-ENTRY THRU 7200-EXIT
007670     IF WS-RECORD-EXPIRED
007680         IF WS-RECORD-HELD
007690             ADD 1 TO WS-FT-HELD(WS-FT-IX)
007700         ELSE
007710             MOVE SPACES TO ARHI-RECORD
007720             MOVE WS-RUN-DATE TO ARHI-ARCHIVE-DATE
007730             MOVE HIST-RECORD TO ARHI-IMAGE
007740             WRITE ARHI-RECORD
007750             IF WS-ARHI-STATUS NOT = "00"
007760                 MOVE WS-ARHI-STATUS TO WS-FAIL-STATUS
007770                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
007780             ELSE
007790                 ADD 1 TO WS-FT-ARCHIVED(WS-FT-IX)
007800             END-IF
007810         END-IF
007820     END-IF
007830     PERFORM 8200-READ-HIST-NEXT THRU 8200-EXIT.
007840 2210-EXIT.
007850     EXIT.
007860
007870 2300-ARCHIVE-AUD.
007880     MOVE WS-AUD-IX TO WS-FT-IX
007890     OPEN INPUT AUD-FILE
007900     MOVE WS-AUD-STATUS TO WS-FAIL-STATUS
007910     PERFORM 2900-CHECK-LIVE-OPEN THRU 2900-EXIT
007920     IF WS-FT-PRESENT(WS-FT-IX)
007930         OPEN EXTEND ARAU-FILE
007940         IF WS-ARAU-STATUS = "35"
007950             OPEN OUTPUT ARAU-FILE
007960         END-IF
007970         IF WS-ARAU-STATUS NOT = "00"
007980             MOVE WS-ARAU-STATUS TO WS-FAIL-STATUS
007990             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
008000         ELSE
008010             MOVE "N" TO WS-LIVE-EOF-SWITCH
008020             PERFORM 8300-READ-AUD THRU 8300-EXIT
008030             PERFORM 2310-ARCHIVE-AUD-LINE THRU 2310-EXIT
008040                 UNTIL WS-LIVE-END-OF-FILE OR WS-ARCHIVE-FAILED
008050             IF WS-AUD-STATUS NOT = "10"
008060              AND NOT WS-ARCHIVE-FAILED
008070                 MOVE WS-AUD-STATUS TO WS-FAIL-STATUS
008080                 PERFORM 2980-LIVE-READ-FAILED THRU 2980-EXIT
008090             END-IF
008100             CLOSE ARAU-FILE
008110             IF WS-ARAU-STATUS NOT = "00"
008120              AND NOT WS-ARCHIVE-FAILED
008130                 MOVE WS-ARAU-STATUS TO WS-FAIL-STATUS
008140                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
008150             END-IF
008160         END-IF
008170         CLOSE AUD-FILE
008180     END-IF.
008190 2300-EXIT.
008200     EXIT.
008210
008220 2310-ARCHIVE-AUD-LINE.
008230     ADD 1 TO WS-FT-READ(WS-FT-IX)
008240     MOVE AUD-LINE(1:8) TO WS-LINE-DATE-X
008250     PERFORM 7000-TEST-LINE-DATE THRU 7000-EXIT
008260     IF WS-RECORD-EXPIRED
008270         MOVE SPACES TO ARAU-RECORD
008280         MOVE WS-RUN-DATE TO ARAU-ARCHIVE-DATE
008290         MOVE AUD-LINE TO ARAU-IMAGE
008300         WRITE ARAU-RECORD
008310         IF WS-ARAU-STATUS NOT = "00"
008320             MOVE WS-ARAU-STATUS TO WS-FAIL-STATUS
008330             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
008340         ELSE
008350             ADD 1 TO WS-FT-ARCHIVED(WS-FT-IX)
008360         END-IF
008370     END-IF
008380     PERFORM 8300-READ-AUD THRU 8300-EXIT.
008390 2310-EXIT.
008400     EXIT.
008410
008420 2400-ARCHIVE-JRNL.
008430     MOVE WS-JRNL-IX TO WS-FT-IX
008440     OPEN INPUT JRNL-FILE
008450     MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
008460     PERFORM 2900-CHECK-LIVE-OPEN THRU 2900-EXIT
008470     IF WS-FT-PRESENT(WS-FT-IX)
008480         OPEN EXTEND ARJR-FILE
008490         IF WS-ARJR-STATUS = "35"
008500             OPEN OUTPUT ARJR-FILE
008510         END-IF
008520         IF WS-ARJR-STATUS NOT = "00"
008530             MOVE WS-ARJR-STATUS TO WS-FAIL-STATUS
008540             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
008550         ELSE
008560             MOVE "N" TO WS-LIVE-EOF-SWITCH
008570             PERFORM 8500-READ-JRNL THRU 8500-EXIT
008580             PERFORM 2410-ARCHIVE-JRNL-LINE THRU 2410-EXIT
008590                 UNTIL WS-LIVE-END-OF-FILE OR WS-ARCHIVE-FAILED
008600             IF WS-JRNL-STATUS NOT = "10"
008610              AND NOT WS-ARCHIVE-FAILED
008620                 MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
008630                 PERFORM 2980-LIVE-READ-FAILED THRU 2980-EXIT
008640             END-IF
008650             CLOSE ARJR-FILE
008660             IF WS-ARJR-STATUS NOT = "00"
008670              AND NOT WS-ARCHIVE-FAILED
008680                 MOVE WS-ARJR-STATUS TO WS-FAIL-STATUS
008690                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
008700             END-IF
008710         END-IF
008720         CLOSE JRNL-FILE
008730     END-IF.
008740 2400-EXIT.
008750     EXIT.
008760
008770 2410-ARCHIVE-JRNL-LINE.
008780     ADD 1 TO WS-FT-READ(WS-FT-IX)
008790     MOVE JRNL-LINE(1:8) TO WS-LINE-DATE-X
008800     PERFORM 7000-TEST-LINE-DATE THRU 7000-EXIT
008810     IF WS-RECORD-EXPIRED
008820         MOVE SPACES TO ARJR-RECORD
008830         MOVE WS-RUN-DATE TO ARJR-ARCHIVE-DATE
008840         MOVE JRNL-LINE TO ARJR-IMAGE
008850         WRITE ARJR-RECORD
008860         IF WS-ARJR-STATUS NOT = "00"
008870             MOVE WS-ARJR-STATUS TO WS-FAIL-STATUS
008880             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
008890         ELSE
008900             ADD 1 TO WS-FT-ARCHIVED(WS-FT-IX)
008910         END-IF
008920     END-IF
008930     PERFORM 8500-READ-JRNL THRU 8500-EXIT.
008940 2410-EXIT.
008950     EXIT.
008960
008970 2500-ARCHIVE-MLOG.
008980     MOVE WS-MLOG-IX TO WS-FT-IX
008990     OPEN INPUT MLOG-FILE
009000     MOVE WS-MLOG-STATUS TO WS-FAIL-STATUS
009010     PERFORM 2900-CHECK-LIVE-OPEN THRU 2900-EXIT
009020     IF WS-FT-PRESENT(WS-FT-IX)
009030         OPEN EXTEND ARML-FILE
009040         IF WS-ARML-STATUS = "35"
009050             OPEN OUTPUT ARML-FILE
009060         END-IF
009070         IF WS-ARML-STATUS NOT = "00"
009080             MOVE WS-ARML-STATUS TO WS-FAIL-STATUS
009090             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
009100         ELSE
009110             MOVE "N" TO WS-LIVE-EOF-SWITCH
009120             PERFORM 8600-READ-MLOG THRU 8600-EXIT
009130             PERFORM 2510-ARCHIVE-MLOG-LINE THRU 2510-EXIT
009140                 UNTIL WS-LIVE-END-OF-FILE OR WS-ARCHIVE-FAILED
009150             IF WS-MLOG-STATUS NOT = "10"
009160              AND NOT WS-ARCHIVE-FAILED
009170                 MOVE WS-MLOG-STATUS TO WS-FAIL-STATUS
009180                 PERFORM 2980-LIVE-READ-FAILED THRU 2980-EXIT
009190             END-IF
009200             CLOSE ARML-FILE
009210             IF WS-ARML-STATUS NOT = "00"
009220              AND NOT WS-ARCHIVE-FAILED
009230                 MOVE WS-ARML-STATUS TO WS-FAIL-STATUS
009240                 PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
009250             END-IF
009260         END-IF
009270         CLOSE MLOG-FILE
009280     END-IF.
009290 2500-EXIT.
009300     EXIT.
009310
009320 2510-ARCHIVE-MLOG-LINE.
009330     ADD 1 TO WS-FT-READ(WS-FT-IX)
009340     MOVE MLOG-LINE(1:8) TO WS-LINE-DATE-X
009350     PERFORM 7000-TEST-LINE-DATE THRU 7000-EXIT
009360     IF WS-RECORD-EXPIRED
009370         MOVE SPACES TO ARML-RECORD
009380         MOVE WS-RUN-DATE TO ARML-ARCHIVE-DATE
009390         MOVE MLOG-LINE TO ARML-IMAGE
009400         WRITE ARML-RECORD
009410         IF WS-ARML-STATUS NOT = "00"
009420             MOVE WS-ARML-STATUS TO WS-FAIL-STATUS
009430             PERFORM 2950-ARCHIVE-FAILED THRU 2950-EXIT
009440         ELSE
009450             ADD 1 TO WS-FT-ARCHIVED(WS-FT-IX)
009460         END-IF
009470     END-IF
009480     PERFORM 8600-READ-MLOG THRU 8600-EXIT.
009490 2510-EXIT.
009500     EXIT.
009510
009520* A live file that was never created (status 35) has nothing
009530* to purge.  Any other failure to open it is a file error, and
009540* a file error anywhere also keeps the purge from starting.
009550 2900-CHECK-LIVE-OPEN.
009560     EVALUATE WS-FAIL-STATUS
009570         WHEN "00"
009580             SET WS-FT-PRESENT(WS-FT-IX) TO TRUE
009590         WHEN "35"
009600             MOVE "NOT PRESENT - NOTHING TO PURGE"
009610              TO WS-FT-NOTE(WS-FT-IX)
009620         WHEN OTHER
009630             DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
009640                 " OPEN FAILED, STATUS " WS-FAIL-STATUS
009650             MOVE SPACES TO WS-FT-NOTE(WS-FT-IX)
009660             STRING "** OPEN FAILED, STATUS " WS-FAIL-STATUS
009670                 " **" DELIMITED BY SIZE
009680                 INTO WS-FT-NOTE(WS-FT-IX)
009690             END-STRING
009700             SET WS-FILE-ERROR TO TRUE
009710     END-EVALUATE.
009720 2900-EXIT.
009730     EXIT.
009740
009750 2950-ARCHIVE-FAILED.
009760     DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
009770         " ARCHIVE FAILED, STATUS " WS-FAIL-STATUS
009780     MOVE SPACES TO WS-FT-NOTE(WS-FT-IX)
009790     STRING "** ARCHIVE FAILED, STATUS " WS-FAIL-STATUS
009800         " **" DELIMITED BY SIZE
009810         INTO WS-FT-NOTE(WS-FT-IX)
009820     END-STRING
009830     SET WS-ARCHIVE-FAILED TO TRUE.
009840 2950-EXIT.
009850     EXIT.
009860
009870 2980-LIVE-READ-FAILED.
009880     DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
009890         " READ FAILED, STATUS " WS-FAIL-STATUS
009900     MOVE SPACES TO WS-FT-NOTE(WS-FT-IX)
009910     STRING "** READ FAILED, STATUS " WS-FAIL-STATUS
009920         " **" DELIMITED BY SIZE
009930         INTO WS-FT-NOTE(WS-FT-IX)
009940     END-STRING
009950     SET WS-FILE-ERROR TO TRUE.
009960 2980-EXIT.
009970     EXIT.
009980
009990* Every archive is written and closed; now take the archived
010000* records off the live files.  A file with nothing archived is
010010* left exactly as it is.
010020 4000-PURGE-EXPIRED.
010030     IF WS-FT-ARCHIVED(WS-SKED-IX) > 0
010040         PERFORM 4100-PURGE-SKED THRU 4100-EXIT
010050     END-IF
010060     IF WS-FT-ARCHIVED(WS-HIST-IX) > 0
010070         PERFORM 4200-PURGE-HIST THRU 4200-EXIT
010080     END-IF
010090     IF WS-FT-ARCHIVED(WS-AUD-IX) > 0
010100         PERFORM 4300-PURGE-AUD THRU 4300-EXIT
010110     END-IF
010120     IF WS-FT-ARCHIVED(WS-JRNL-IX) > 0
010130         PERFORM 4400-PURGE-JRNL THRU 4400-EXIT
010140     END-IF
010150     IF WS-FT-ARCHIVED(WS-MLOG-IX) > 0
010160         PERFORM 4500-PURGE-MLOG THRU 4500-EXIT
010170     END-IF.
010180 4000-EXIT.
010190     EXIT.
010200
010210 4100-PURGE-SKED.
010220     MOVE WS-SKED-IX TO WS-FT-IX
010230     OPEN I-O SKED-FILE
010240     IF WS-SKED-STATUS NOT = "00"
010250         MOVE WS-SKED-STATUS TO WS-FAIL-STATUS
010260         PERFORM 4900-PURGE-FAILED THRU 4900-EXIT
010270     ELSE
010280         MOVE "N" TO WS-LIVE-EOF-SWITCH
010290         PERFORM 8100-READ-SKED-NEXT THRU 8100-EXIT
010300         PERFORM 4110-PURGE-SKED-ENTRY THRU 4110-EXIT
010310             UNTIL WS-LIVE-END-OF-FILE
010320         CLOSE SKED-FILE
010330         PERFORM 4950-CHECK-PURGED THRU 4950-EXIT
010340     END-IF.
010350 4100-EXIT.
010360     EXIT.
010370
010380 4110-PURGE-SKED-ENTRY.
010390     IF SKED-PUB-DATE < WS-FT-CUTOFF(WS-FT-IX)
010400      AND SKED-IS-PUBLISHED
010410         DELETE SKED-FILE RECORD
010420             INVALID KEY CONTINUE
010430         END-DELETE
010440         IF WS-SKED-STATUS = "00"
010450             ADD 1 TO WS-FT-PURGED(WS-FT-IX)
010460         END-IF
010470     END-IF
010480     PERFORM 8100-READ-SKED-NEXT THRU 8100-EXIT.
010490 4110-EXIT.
010500     EXIT.
010510
010520 4200-PURGE-HIST.
010530     MOVE WS-HIST-IX TO WS-FT-IX
010540     OPEN I-O HIST-FILE
010550     IF WS-HIST-STATUS NOT = "00"
010560         MOVE WS-HIST-STATUS TO WS-FAIL-STATUS
010570         PERFORM 4900-PURGE-FAILED THRU 4900-EXIT
010580     ELSE
010590         MOVE "N" TO WS-LIVE-EOF-SWITCH
010600         PERFORM 8200-READ-HIST-NEXT THRU 8200-EXIT
010610         PERFORM 4210-PURGE-HIST-ENTRY THRU 4210-EXIT
010620             UNTIL WS-LIVE-END-OF-FILE
010630         CLOSE HIST-FILE
010640         PERFORM 4950-CHECK-PURGED THRU 4950-EXIT
010650     END-IF.
010660 4200-EXIT.
010670     EXIT.
010680
010690 4210-PURGE-HIST-ENTRY.
010700     PERFORM 7200-TEST-HIST-ENTRY THRU 7200-EXIT
010710     IF WS-RECORD-EXPIRED AND NOT WS-RECORD-HELD
010720         DELETE HIST-FILE RECORD
010730             INVALID KEY CONTINUE
010740         END-DELETE
010750         IF WS-HIST-STATUS = "00"
010760             ADD 1 TO WS-FT-PURGED(WS-FT-IX)
010770         END-IF
010780     END-IF
010790     PERFORM 8200-READ-HIST-NEXT THRU 8200-EXIT.
010800 4210-EXIT.
010810     EXIT.
010820
010830* A line sequential file cannot lose a line in place.  The
010840* lines kept are copied to ANAGRWRK first, and only when that
010850* copy is whole and the lines left out agree with the archive
010860* count is the live file rewritten from it.
010870 4300-PURGE-AUD.
010880     MOVE WS-AUD-IX TO WS-FT-IX
010890     MOVE "N" TO WS-COPY-FAIL-SWITCH
010900     MOVE 0 TO WS-EXPIRED-FOUND
010910     OPEN INPUT AUD-FILE
010920     OPEN OUTPUT WORK-FILE
010930     IF WS-AUD-STATUS NOT = "00" OR WS-WORK-STATUS NOT = "00"
010940         MOVE WS-AUD-STATUS TO WS-FAIL-STATUS
010950         IF WS-AUD-STATUS = "00"
010960             MOVE WS-WORK-STATUS TO WS-FAIL-STATUS
010970             CLOSE AUD-FILE
010980         END-IF
010990         IF WS-WORK-STATUS = "00"
011000             CLOSE WORK-FILE
011010         END-IF
011020         PERFORM 4900-PURGE-FAILED THRU 4900-EXIT
011030     ELSE
011040         MOVE "N" TO WS-LIVE-EOF-SWITCH
011050         PERFORM 8300-READ-AUD THRU 8300-EXIT
011060         PERFORM 4310-KEEP-AUD-LINE THRU 4310-EXIT
011070             UNTIL WS-LIVE-END-OF-FILE OR WS-COPY-FAILED
011080         CLOSE AUD-FILE
011090         CLOSE WORK-FILE
011100         PERFORM 4800-CHECK-KEPT-COPY THRU 4800-EXIT
011110         IF NOT WS-COPY-FAILED
011120             OPEN INPUT WORK-FILE
011130             OPEN OUTPUT AUD-FILE
011140             IF WS-AUD-STATUS NOT = "00"
011150                 MOVE WS-AUD-STATUS TO WS-FAIL-STATUS
011160                 SET WS-COPY-FAILED TO TRUE
011170             END-IF
011180             MOVE "N" TO WS-WORK-EOF-SWITCH
011190             PERFORM 8700-READ-WORK THRU 8700-EXIT
011200             PERFORM 4320-RESTORE-AUD-LINE THRU 4320-EXIT
011210                 UNTIL WS-WORK-END-OF-FILE OR WS-COPY-FAILED
011220             CLOSE WORK-FILE
011230             CLOSE AUD-FILE
011240             PERFORM 4850-CHECK-REWRITE THRU 4850-EXIT
011250         END-IF
011260     END-IF.
011270 4300-EXIT.
011280     EXIT.
011290
011300 4310-KEEP-AUD-LINE.
011310     MOVE AUD-LINE(1:8) TO WS-LINE-DATE-X
011320     PERFORM 7000-TEST-LINE-DATE THRU 7000-EXIT
011330     IF WS-RECORD-EXPIRED
011340         ADD 1 TO WS-EXPIRED-FOUND
011350     ELSE
011360         MOVE SPACES TO WORK-LINE
011370         MOVE AUD-LINE TO WORK-LINE
011380         PERFORM 4700-WRITE-WORK-LINE THRU 4700-EXIT
011390     END-IF
011400     PERFORM 8300-READ-AUD THRU 8300-EXIT.
011410 4310-EXIT.
011420     EXIT.
011430
011440 4320-RESTORE-AUD-LINE.
011450     MOVE WORK-LINE TO AUD-LINE
011460     WRITE AUD-LINE
011470     IF WS-AUD-STATUS NOT = "00"
011480         MOVE WS-AUD-STATUS TO WS-FAIL-STATUS
011490         SET WS-COPY-FAILED TO TRUE
011500     END-IF
011510     PERFORM 8700-READ-WORK THRU 8700-EXIT.
011520 4320-EXIT.
011530     EXIT.
011540
011550 4400-PURGE-JRNL.
011560     MOVE WS-JRNL-IX TO WS-FT-IX
011570     MOVE "N" TO WS-COPY-FAIL-SWITCH
011580     MOVE 0 TO WS-EXPIRED-FOUND
011590     OPEN INPUT JRNL-FILE
011600     OPEN OUTPUT WORK-FILE
011610     IF WS-JRNL-STATUS NOT = "00" OR WS-WORK-STATUS NOT = "00"
011620         MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
011630         IF WS-JRNL-STATUS = "00"
011640             MOVE WS-WORK-STATUS TO WS-FAIL-STATUS
011650             CLOSE JRNL-FILE
011660         END-IF
011670         IF WS-WORK-STATUS = "00"
011680             CLOSE WORK-FILE
011690         END-IF
011700         PERFORM 4900-PURGE-FAILED THRU 4900-EXIT
011710     ELSE
011720         MOVE "N" TO WS-LIVE-EOF-SWITCH
011730         PERFORM 8500-READ-JRNL THRU 8500-EXIT
011740         PERFORM 4410-KEEP-JRNL-LINE THRU 4410-EXIT
011750             UNTIL WS-LIVE-END-OF-FILE OR WS-COPY-FAILED
011760         CLOSE JRNL-FILE
011770         CLOSE WORK-FILE
011780         PERFORM 4800-CHECK-KEPT-COPY THRU 4800-EXIT
011790         IF NOT WS-COPY-FAILED
011800             OPEN INPUT WORK-FILE
011810             OPEN OUTPUT JRNL-FILE
011820             IF WS-JRNL-STATUS NOT = "00"
011830                 MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
011840                 SET WS-COPY-FAILED TO TRUE
011850             END-IF
011860             MOVE "N" TO WS-WORK-EOF-SWITCH
011870             PERFORM 8700-READ-WORK THRU 8700-EXIT
011880             PERFORM 4420-RESTORE-JRNL-LINE THRU 4420-EXIT
011890                 UNTIL WS-WORK-END-OF-FILE OR WS-COPY-FAILED
011900             CLOSE WORK-FILE
011910             CLOSE JRNL-FILE
011920             PERFORM 4850-CHECK-REWRITE THRU 4850-EXIT
011930         END-IF
011940     END-IF.
011950 4400-EXIT.
011960     EXIT.
011970
011980 4410-KEEP-JRNL-LINE.
011990     MOVE JRNL-LINE(1:8) TO WS-LINE-DATE-X
012000     PERFORM 7000-TEST-LINE-DATE THRU 7000-EXIT
012010     IF WS-RECORD-EXPIRED
012020         ADD 1 TO WS-EXPIRED-FOUND
012030     ELSE
012040         MOVE SPACES TO WORK-LINE
012050         MOVE JRNL-LINE TO WORK-LINE
012060         PERFORM 4700-WRITE-WORK-LINE THRU 4700-EXIT
012070     END-IF
012080     PERFORM 8500-READ-JRNL THRU 8500-EXIT.
012090 4410-EXIT.
012100     EXIT.
012110
012120 4420-RESTORE-JRNL-LINE.
012130     MOVE WORK-LINE TO JRNL-LINE
012140     WRITE JRNL-LINE
012150     IF WS-JRNL-STATUS NOT = "00"
012160         MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
012170         SET WS-COPY-FAILED TO TRUE
012180     END-IF
012190     PERFORM 8700-READ-WORK THRU 8700-EXIT.
012200 4420-EXIT.
012210     EXIT.
012220
012230 4500-PURGE-MLOG.
012240     MOVE WS-MLOG-IX TO WS-FT-IX
012250     MOVE "N" TO WS-COPY-FAIL-SWITCH
012260     MOVE 0 TO WS-EXPIRED-FOUND
012270     OPEN INPUT MLOG-FILE
012280     OPEN OUTPUT WORK-FILE
012290     IF WS-MLOG-STATUS NOT = "00" OR WS-WORK-STATUS NOT = "00"
012300         MOVE WS-MLOG-STATUS TO WS-FAIL-STATUS
012310         IF WS-MLOG-STATUS = "00"
012320             MOVE WS-WORK-STATUS TO WS-FAIL-STATUS
012330             CLOSE MLOG-FILE
012340         END-IF
012350         IF WS-WORK-STATUS = "00"
012360             CLOSE WORK-FILE
012370         END-IF
012380         PERFORM 4900-PURGE-FAILED THRU 4900-EXIT
012390     ELSE
012400         MOVE "N" TO WS-LIVE-EOF-SWITCH
012410         PERFORM 8600-READ-MLOG THRU 8600-EXIT
012420         PERFORM 4510-KEEP-MLOG-LINE THRU 4510-EXIT
012430             UNTIL WS-LIVE-END-OF-FILE OR WS-COPY-FAILED
012440         CLOSE MLOG-FILE
012450         CLOSE WORK-FILE
012460         PERFORM 4800-CHECK-KEPT-COPY THRU 4800-EXIT
012470         IF NOT WS-COPY-FAILED
012480             OPEN INPUT WORK-FILE
012490             OPEN OUTPUT MLOG-FILE
012500             IF WS-MLOG-STATUS NOT = "00"
012510                 MOVE WS-MLOG-STATUS TO WS-FAIL-STATUS
012520                 SET WS-COPY-FAILED TO TRUE
012530             END-IF
012540             MOVE "N" TO WS-WORK-EOF-SWITCH
012550             PERFORM 8700-READ-WORK THRU 8700-EXIT
012560             PERFORM 4520-RESTORE-MLOG-LINE THRU 4520-EXIT
012570                 UNTIL WS-WORK-END-OF-FILE OR WS-COPY-FAILED
012580             CLOSE WORK-FILE
012590             CLOSE MLOG-FILE
012600             PERFORM 4850-CHECK-REWRITE THRU 4850-EXIT
012610         END-IF
012620     END-IF.
012630 4500-EXIT.
012640     EXIT.
012650
012660 4510-KEEP-MLOG-LINE.
012670     MOVE MLOG-LINE(1:8) TO WS-LINE-DATE-X
012680     PERFORM 7000-TEST-LINE-DATE THRU 7000-EXIT
012690     IF WS-RECORD-EXPIRED
012700         ADD 1 TO WS-EXPIRED-FOUND
012710     ELSE
012720         MOVE SPACES TO WORK-LINE
012730         MOVE MLOG-LINE TO WORK-LINE
012740         PERFORM 4700-WRITE-WORK-LINE THRU 4700-EXIT
012750     END-IF
012760     PERFORM 8600-READ-MLOG THRU 8600-EXIT.
012770 4510-EXIT.
012780     EXIT.
012790
012800 4520-RESTORE-MLOG-LINE.
012810     MOVE WORK-LINE TO MLOG-LINE
012820     WRITE MLOG-LINE
012830     IF WS-MLOG-STATUS NOT = "00"
012840         MOVE WS-MLOG-STATUS TO WS-FAIL-STATUS
012850         SET WS-COPY-FAILED TO TRUE
012860     END-IF
012870     PERFORM 8700-READ-WORK THRU 8700-EXIT.
012880 4520-EXIT.
012890     EXIT.
012900
012910 4700-WRITE-WORK-LINE.
012920     WRITE WORK-LINE
012930     IF WS-WORK-STATUS NOT = "00"
012940         MOVE WS-WORK-STATUS TO WS-FAIL-STATUS
012950         SET WS-COPY-FAILED TO TRUE
012960     END-IF.
012970 4700-EXIT.
012980     EXIT.
012990
013000* The live file is only rewritten from a whole copy of the
013010* lines kept, read to a clean end, that left out exactly the
013020* lines archived.  Otherwise the live file stays as it was.
013030 4800-CHECK-KEPT-COPY.
013040     IF NOT WS-COPY-FAILED
013050         EVALUATE TRUE
013060             WHEN WS-FT-IX = WS-AUD-IX
013070                 MOVE WS-AUD-STATUS TO WS-FAIL-STATUS
013080             WHEN WS-FT-IX = WS-JRNL-IX
013090                 MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
013100             WHEN OTHER
013110                 MOVE WS-MLOG-STATUS TO WS-FAIL-STATUS
013120         END-EVALUATE
013130         IF WS-FAIL-STATUS NOT = "10"
013140             SET WS-COPY-FAILED TO TRUE
013150         END-IF
013160     END-IF
013170     IF WS-COPY-FAILED
013180         PERFORM 4900-PURGE-FAILED THRU 4900-EXIT
013190     ELSE
013200         IF WS-EXPIRED-FOUND NOT = WS-FT-ARCHIVED(WS-FT-IX)
013210             DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
013220                 " CHANGED SINCE IT WAS ARCHIVED - NOT PURGED"
013230             MOVE "** CHANGED SINCE ARCHIVED - NOT PURGED **"
013240              TO WS-FT-NOTE(WS-FT-IX)
013250             SET WS-COPY-FAILED TO TRUE
013260             SET WS-FILE-ERROR TO TRUE
013270         END-IF
013280     END-IF.
013290 4800-EXIT.
013300     EXIT.
013310
013320* A failure part way through the rewrite leaves the live file
013330* short - the lines it still needs are whole on ANAGRWRK.
013340 4850-CHECK-REWRITE.
013350     IF WS-COPY-FAILED
013360         DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
013370             " REWRITE FAILED, STATUS " WS-FAIL-STATUS
013380             " - RESTORE IT FROM ANAGRWRK"
013390         MOVE SPACES TO WS-FT-NOTE(WS-FT-IX)
013400         STRING "** REWRITE FAILED, STATUS " WS-FAIL-STATUS
013410             " - KEPT LINES ON ANAGRWRK **" DELIMITED BY SIZE
013420             INTO WS-FT-NOTE(WS-FT-IX)
013430         END-STRING
013440         SET WS-FILE-ERROR TO TRUE
013450     ELSE
013460         MOVE WS-EXPIRED-FOUND TO WS-FT-PURGED(WS-FT-IX)
013470     END-IF.
013480 4850-EXIT.
013490     EXIT.
013500
013510 4900-PURGE-FAILED.
013520     DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
013530         " PURGE FAILED, STATUS " WS-FAIL-STATUS
013540     MOVE SPACES TO WS-FT-NOTE(WS-FT-IX)
013550     STRING "** PURGE FAILED, STATUS " WS-FAIL-STATUS
013560         " - NOT PURGED **" DELIMITED BY SIZE
013570         INTO WS-FT-NOTE(WS-FT-IX)
013580     END-STRING
013590     SET WS-FILE-ERROR TO TRUE.
013600 4900-EXIT.
013610     EXIT.
013620
013630* An indexed file is purged in place, so the deletes are
013640* checked against the archive count afterwards - a shortfall
013650* means some archived records are still on the live file.
013660 4950-CHECK-PURGED.
013670     IF WS-FT-PURGED(WS-FT-IX) NOT = WS-FT-ARCHIVED(WS-FT-IX)
013680         DISPLAY "ANAGPURG: " WS-FT-NAME(WS-FT-IX)
013690             " PURGED " WS-FT-PURGED(WS-FT-IX)
013700             " OF " WS-FT-ARCHIVED(WS-FT-IX) " ARCHIVED"
013710         MOVE "** PURGED COUNT DIFFERS FROM ARCHIVED **"
013720          TO WS-FT-NOTE(WS-FT-IX)
013730         SET WS-FILE-ERROR TO TRUE
013740     END-IF.
013750 4950-EXIT.
013760     EXIT.
013770
013780 5000-TERMINATE.
013790     IF NOT WS-FATAL-ERROR
013800         MOVE SPACES TO PRPT-LINE
013810         WRITE PRPT-LINE
013820         MOVE WS-PRPT-HEADING-2 TO PRPT-LINE
013830         WRITE PRPT-LINE
013840         PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT
013850             VARYING WS-FT-IX FROM 1 BY 1
013860             UNTIL WS-FT-IX > WS-FT-COUNT
013870         MOVE SPACES TO PRPT-LINE
013880         WRITE PRPT-LINE
013890         IF WS-ARCHIVE-FAILED OR WS-FILE-ERROR
013900             IF WS-TOTAL-PURGED = 0
013910                 MOVE "** NOTHING PURGED - SEE THE NOTES **"
013920                  TO PF-NOTE
013930             ELSE
013940                 MOVE "** PURGE INCOMPLETE - SEE THE NOTES **"
013950                  TO PF-NOTE
013960             END-IF
013970         ELSE
013980             MOVE "EXPIRED RECORDS ARCHIVED AND PURGED"
013990              TO PF-NOTE
014000         END-IF
014010         MOVE WS-PRPT-FILE-LINE TO PRPT-LINE
014020         WRITE PRPT-LINE
014030         MOVE SPACES TO PRPT-LINE
014040         WRITE PRPT-LINE
014050         MOVE "RECORDS KEPT................" TO PT-LABEL
014060         MOVE WS-TOTAL-KEPT TO PT-VALUE
014070         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
014080         WRITE PRPT-LINE
014090         MOVE "RECORDS ARCHIVED............" TO PT-LABEL
014100         MOVE WS-TOTAL-ARCHIVED TO PT-VALUE
014110         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
014120         WRITE PRPT-LINE
014130         MOVE "RECORDS PURGED.............." TO PT-LABEL
014140         MOVE WS-TOTAL-PURGED TO PT-VALUE
014150         MOVE WS-PRPT-TOTAL-LINE TO PRPT-LINE
014160         WRITE PRPT-LINE
014170         CLOSE PURG-RPT
014180     END-IF
014190     DISPLAY "ANAGPURG RECORDS ARCHIVED: " WS-TOTAL-ARCHIVED
014200     DISPLAY "ANAGPURG RECORDS PURGED:   " WS-TOTAL-PURGED.
014210 5000-EXIT.
014220     EXIT.
014230
014240* One line per file.  Kept is everything read that did not
014250* come off the live file, so it includes the held records -
014260* and every record read when the purge never ran.
014270 5100-PRINT-FILE-LINE.
014280     MOVE SPACES TO PR-CUTOFF
014290     MOVE WS-FT-NAME(WS-FT-IX) TO PR-FILE
014300     MOVE WS-FT-RETAIN(WS-FT-IX) TO PR-RETAIN
014310     IF WS-FT-RETAIN(WS-FT-IX) > 0
014320         MOVE WS-FT-CUTOFF(WS-FT-IX) TO PR-CUTOFF
014330     END-IF
014340     MOVE WS-FT-READ(WS-FT-IX) TO PR-READ
014350     COMPUTE PR-KEPT =
014360         WS-FT-READ(WS-FT-IX) - WS-FT-PURGED(WS-FT-IX)
014370     MOVE WS-FT-HELD(WS-FT-IX) TO PR-HELD
014380     MOVE WS-FT-ARCHIVED(WS-FT-IX) TO PR-ARCHIVED
014390     MOVE WS-FT-PURGED(WS-FT-IX) TO PR-PURGED
014400     MOVE WS-FT-NOTE(WS-FT-IX) TO PR-NOTE
014410     MOVE WS-PRPT-DETAIL TO PRPT-LINE
014420     WRITE PRPT-LINE
014430     COMPUTE WS-TOTAL-KEPT = WS-TOTAL-KEPT
014440         + WS-FT-READ(WS-FT-IX) - WS-FT-PURGED(WS-FT-IX)
014450     ADD WS-FT-ARCHIVED(WS-FT-IX) TO WS-TOTAL-ARCHIVED
014460     ADD WS-FT-PURGED(WS-FT-IX) TO WS-TOTAL-PURGED.
014470 5100-EXIT.
014480     EXIT.
014490
014500* A line whose first eight bytes are not a date cannot be aged
014510* and is always kept.
014520 7000-TEST-LINE-DATE.
014530     MOVE "N" TO WS-EXPIRED-SWITCH
014540     IF WS-LINE-DATE-X IS NUMERIC
014550         IF WS-LINE-DATE < WS-FT-CUTOFF(WS-FT-IX)
014560             SET WS-RECORD-EXPIRED TO TRUE
014570         END-IF
014580     END-IF.
014590 7000-EXIT.
014600     EXIT.
014610
014620* A history word past its retention is still held while it
014630* is inside the widest repeat window - ANAGBAT treats a word
014640* published on or after its cutoff as a repeat.
014650 7200-TEST-HIST-ENTRY.
014660     MOVE "N" TO WS-EXPIRED-SWITCH
014670     MOVE "N" TO WS-HELD-SWITCH
014680     IF HIST-PUB-DATE < WS-FT-CUTOFF(WS-FT-IX)
014690         SET WS-RECORD-EXPIRED TO TRUE
014700         IF WS-MAX-REPEAT-DAYS > 0
014710          AND HIST-PUB-DATE NOT < WS-REPEAT-CUTOFF
014720             SET WS-RECORD-HELD TO TRUE
014730         END-IF
014740     END-IF.
014750 7200-EXIT.
014760     EXIT.
014770
014780* Any bad status ends the read loop - an I/O error raises no
014790* AT END and would otherwise spin.  The caller tells a clean
014800* end ("10") from a failure.
014810 8100-READ-SKED-NEXT.
014820     READ SKED-FILE NEXT RECORD
014830         AT END SET WS-LIVE-END-OF-FILE TO TRUE
014840     END-READ
014850     IF WS-SKED-STATUS NOT = "00"
014860         SET WS-LIVE-END-OF-FILE TO TRUE
014870     END-IF.
014880 8100-EXIT.
014890     EXIT.
014900
014910 8200-READ-HIST-NEXT.
014920     READ HIST-FILE NEXT RECORD
014930         AT END SET WS-LIVE-END-OF-FILE TO TRUE
014940     END-READ
014950     IF WS-HIST-STATUS NOT = "00"
014960         SET WS-LIVE-END-OF-FILE TO TRUE
014970     END-IF.
014980 8200-EXIT.
014990     EXIT.
015000
015010 8300-READ-AUD.
015020     READ AUD-FILE
015030         AT END SET WS-LIVE-END-OF-FILE TO TRUE
015040     END-READ
015050     IF WS-AUD-STATUS NOT = "00"
015060         SET WS-LIVE-END-OF-FILE TO TRUE
015070     END-IF.
015080 8300-EXIT.
015090     EXIT.
015100
015110 8400-READ-PARM-CARD.
015120     READ PARM-FILE
015130         AT END SET WS-PARM-END-OF-FILE TO TRUE
015140     END-READ.
015150 8400-EXIT.
015160     EXIT.
015170
015180 8500-READ-JRNL.
015190     READ JRNL-FILE
015200         AT END SET WS-LIVE-END-OF-FILE TO TRUE
015210     END-READ
015220     IF WS-JRNL-STATUS NOT = "00"
015230         SET WS-LIVE-END-OF-FILE TO TRUE
015240     END-IF.
015250 8500-EXIT.
015260     EXIT.
015270
015280 8600-READ-MLOG.
015290     READ MLOG-FILE
015300         AT END SET WS-LIVE-END-OF-FILE TO TRUE
015310     END-READ
015320     IF WS-MLOG-STATUS NOT = "00"
015330         SET WS-LIVE-END-OF-FILE TO TRUE
015340     END-IF.
015350 8600-EXIT.
015360     EXIT.
015370
015380 8700-READ-WORK.
015390     READ WORK-FILE
015400         AT END SET WS-WORK-END-OF-FILE TO TRUE
015410     END-READ
015420     IF WS-WORK-STATUS NOT = "00"
015430         SET WS-WORK-END-OF-FILE TO TRUE
015440     END-IF
015450     IF WS-WORK-STATUS NOT = "00" AND WS-WORK-STATUS NOT = "10"
015460         MOVE WS-WORK-STATUS TO WS-FAIL-STATUS
015470         SET WS-COPY-FAILED TO TRUE
015480     END-IF.
015490 8700-EXIT.
015500     EXIT.
015510
015520* Tell the scheduler how the housekeeping went: 0 clean, 8 on
015530* a bad parm card, a file error, or an archive that could not
015540* be written - in which case nothing was purged.
015550 9000-SET-RETURN-CODE.
015560     EVALUATE TRUE
015570         WHEN WS-FATAL-ERROR
015580             MOVE 8 TO RETURN-CODE
015590         WHEN WS-ARCHIVE-FAILED
015600             MOVE 8 TO RETURN-CODE
015610         WHEN WS-FILE-ERROR
015620             MOVE 8 TO RETURN-CODE
015630         WHEN OTHER
015640             MOVE 0 TO RETURN-CODE
015650     END-EVALUATE.
015660 9000-EXIT.
015670     EXIT.
015680
015690 END PROGRAM ANAGPURG.
