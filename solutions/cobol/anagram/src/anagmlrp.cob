000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGMLRP.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  DAILY MAINTENANCE LOG REPORT.  READS THE
000220*                  SHARED ANAGMLOG LOG THAT ANAGSMNT AND ANAGINQ
000230*                  WRITE A LINE TO FOR EVERY SCHEDULE ADD AND
000240*                  CANCEL AND EVERY QUEUED DICTIONARY
000250*                  CORRECTION, AND LISTS ONE DAY'S CHANGES ON
000260*                  ANAGMLRT TWICE - GROUPED BY OPERATOR, THEN
000270*                  GROUPED BY FILE - EACH IN THE ORDER THE
000280*                  CHANGES WERE MADE, WITH THE VALUES BEFORE
000290*                  AND AFTER.  THE DAY IS TODAY UNLESS A
000300*                  RUN-DATE CARD ON ANAGMPRM NAMES ANOTHER.
000310*                  ENDS WITH RETURN-CODE 8 ON A BAD PARM CARD
000320*                  OR AN UNREADABLE LOG, 4 WHEN THE DAY HAD
000330*                  MORE CHANGES THAN THE REPORT CAN HOLD.
000340*--------------------------------------------------------------
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MLOG-FILE ASSIGN TO ANAGMLOG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-MLOG-STATUS.
000420
000430     SELECT PARM-FILE ASSIGN TO ANAGMPRM
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460
000470     SELECT MLOG-RPT ASSIGN TO ANAGMLRT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520*--------------------------------------------------------------
000530* SHARED MAINTENANCE LOG - ONE LINE PER CHANGE MADE FROM A
000540* TERMINAL, WRITTEN BY ANAGSMNT AND ANAGINQ.
000550*--------------------------------------------------------------
000560 FD  MLOG-FILE.
000570 01  MLOG-RECORD.
000580     05 ML-DATE                 PIC 9(08).
000590     05 FILLER                  PIC X(01).
000600     05 ML-TIME                 PIC 9(06).
000610     05 FILLER                  PIC X(01).
000620     05 ML-OPERATOR             PIC X(08).
000630     05 FILLER                  PIC X(01).
000640     05 ML-PROGRAM              PIC X(08).
000650     05 FILLER                  PIC X(01).
000660     05 ML-FILE                 PIC X(08).
000670     05 FILLER                  PIC X(01).
000680     05 ML-ACTION               PIC X(08).
000690     05 FILLER                  PIC X(01).
000700     05 ML-EDITION              PIC X(02).
000710     05 FILLER                  PIC X(01).
000720     05 ML-BEFORE               PIC X(60).
000730     05 FILLER                  PIC X(01).
000740     05 ML-AFTER                PIC X(60).
000750
000760 FD  PARM-FILE.
000770 01  PARM-CARD                  PIC X(80).
000780
000790 FD  MLOG-RPT.
000800 01  MLRT-LINE                  PIC X(180).
000810
000820 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------
000840* SWITCHES
000850*--------------------------------------------------------------
000860 77  WS-MLOG-STATUS             PIC X(02) VALUE "00".
000870 77  WS-PARM-STATUS             PIC X(02) VALUE "00".
000880 77  WS-MLOG-EOF-SWITCH         PIC X(01) VALUE "N".
000890     88 WS-MLOG-END-OF-FILE     VALUE "Y".
000900 77  WS-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
000910     88 WS-PARM-END-OF-FILE     VALUE "Y".
000920 77  WS-FATAL-SWITCH            PIC X(01) VALUE "N".
000930     88 WS-FATAL-ERROR          VALUE "Y".
000940 77  WS-FILE-ERROR-SWITCH       PIC X(01) VALUE "N".
000950     88 WS-FILE-ERROR           VALUE "Y".
000960 77  WS-NO-LOG-SWITCH           PIC X(01) VALUE "N".
000970     88 WS-NO-LOG               VALUE "Y".
000980
000990*--------------------------------------------------------------
001000* RUN CONTROL.  THE ANAGMPRM CARD FILE FOLLOWS THE ANAGPARM
001010* CONVENTIONS (KEYWORD=VALUE, ONE PER CARD, * IN COLUMN 1 FOR
001020* A COMMENT, A BAD CARD STOPS THE RUN WITH RETURN-CODE 8).
001030*   RUN-DATE=CCYYMMDD  THE DAY TO REPORT - TODAY UNLESS
001040*                      PUNCHED
001050*--------------------------------------------------------------
001060 01  WS-RUN-DATE                PIC 9(08).
001070 01  WS-TODAY                   PIC 9(08).
001080 01  WS-PARM-KEYWORD            PIC X(20).
001090 01  WS-PARM-VALUE              PIC X(10).
001100 01  WS-PARM-NUM-OK-SWITCH      PIC X(01).
001110     88 WS-PARM-NUM-OK          VALUE "Y".
001120 01  WS-PARM-DATE               PIC 9(08).
001130 01  WS-PARM-CHAR-INDEX         PIC 9(02).
001140 01  WS-PARM-CHAR               PIC X(01).
001150 01  WS-PARM-DIGIT REDEFINES WS-PARM-CHAR
001160                                PIC 9(01).
001170
001180*--------------------------------------------------------------
001190* THE DAY'S LOG ENTRIES, HELD IN THE ORDER THEY WERE LOGGED,
001200* AND THE DISTINCT OPERATORS AND FILES SEEN, KEPT IN KEY
001210* ORDER SO EACH GROUPING PRINTS ALPHABETICALLY.
001220*--------------------------------------------------------------
001230 01  WS-LE-MAX                  PIC 9(04) VALUE 2000.
001240 01  WS-LE-COUNT                PIC 9(04) VALUE 0.
001250 01  WS-LE-INDEX                PIC 9(04).
001260 01  WS-LE-TABLE.
001270     05 WS-LE-ENTRY OCCURS 2000 TIMES.
001280        10 WS-LE-TIME           PIC 9(06).
001290        10 WS-LE-OPERATOR       PIC X(08).
001300        10 WS-LE-PROGRAM        PIC X(08).
001310        10 WS-LE-FILE           PIC X(08).
001320        10 WS-LE-ACTION         PIC X(08).
001330        10 WS-LE-EDITION        PIC X(02).
001340        10 WS-LE-BEFORE         PIC X(60).
001350        10 WS-LE-AFTER          PIC X(60).
001360 01  WS-GK-MAX                  PIC 9(03) VALUE 100.
001370 01  WS-OP-COUNT                PIC 9(03) VALUE 0.
001380 01  WS-OP-TABLE.
001390     05 WS-OP-KEY OCCURS 100 TIMES PIC X(08).
001400 01  WS-FL-COUNT                PIC 9(03) VALUE 0.
001410 01  WS-FL-TABLE.
001420     05 WS-FL-KEY OCCURS 100 TIMES PIC X(08).
001430 01  WS-GK-TABLE.
001440     05 WS-GK-KEY OCCURS 100 TIMES PIC X(08).
001450 01  WS-GK-COUNT                PIC 9(03).
001460 01  WS-GK-INDEX                PIC 9(03).
001470 01  WS-GK-SLOT                 PIC 9(03).
001480 01  WS-GK-NEW                  PIC X(08).
001490 01  WS-GK-FOUND-SWITCH         PIC X(01).
001500     88 WS-GK-FOUND             VALUE "Y".
001510 01  WS-GROUP-BY                PIC X(01).
001520     88 WS-BY-OPERATOR          VALUE "O".
001530     88 WS-BY-FILE              VALUE "F".
001540 01  WS-GROUP-KEY               PIC X(08).
001550 01  WS-GROUP-CHANGES           PIC 9(04).
001560
001570*--------------------------------------------------------------
001580* RUN COUNTS
001590*--------------------------------------------------------------
001600 01  WS-LINES-READ              PIC 9(06) VALUE 0.
001610 01  WS-LINES-OTHER-DAYS        PIC 9(06) VALUE 0.
001620 01  WS-LINES-NOT-REPORTED      PIC 9(06) VALUE 0.
001630 01  WS-GROUPS-NOT-REPORTED     PIC 9(06) VALUE 0.
001640
001650*--------------------------------------------------------------
001660* REPORT LINE WORK AREAS
001670*--------------------------------------------------------------
001680 01  WS-MLRT-HEADING-1.
001690     05 FILLER                  PIC X(26)
001700         VALUE "ANAGRAM MAINTENANCE LOG -".
001710     05 FILLER                  PIC X(06) VALUE " DATE ".
001720     05 MH-RUN-DATE             PIC 9(08).
001730     05 FILLER                  PIC X(04) VALUE SPACES.
001740     05 FILLER                  PIC X(09) VALUE "PRINTED ".
001750     05 MH-TODAY                PIC 9(08).
001760 01  WS-MLRT-SECTION-LINE.
001770     05 FILLER                  PIC X(12)
001780         VALUE "CHANGES BY ".
001790     05 MS-SECTION              PIC X(08).
001800 01  WS-MLRT-GROUP-LINE.
001810     05 MG-LABEL                PIC X(10).
001820     05 MG-KEY                  PIC X(08).
001830 01  WS-MLRT-HEADING-2.
001840     05 FILLER                  PIC X(10) VALUE "  TIME".
001850     05 FILLER                  PIC X(10) VALUE "OPERATOR".
001860     05 FILLER                  PIC X(10) VALUE "PROGRAM".
001870     05 FILLER                  PIC X(10) VALUE "FILE".
001880     05 FILLER                  PIC X(10) VALUE "ACTION".
001890     05 FILLER                  PIC X(04) VALUE "ED".
001900     05 FILLER                  PIC X(61) VALUE "BEFORE".
001910     05 FILLER                  PIC X(05) VALUE "AFTER".
001920 01  WS-MLRT-DETAIL.
001930     05 FILLER                  PIC X(02) VALUE SPACES.
001940     05 MD-HH                   PIC 9(02).
001950     05 FILLER                  PIC X(01) VALUE ":".
001960     05 MD-MM                   PIC 9(02).
001970     05 FILLER                  PIC X(01) VALUE ":".
001980     05 MD-SS                   PIC 9(02).
001990     05 FILLER                  PIC X(02) VALUE SPACES.
002000     05 MD-OPERATOR             PIC X(08).
002010     05 FILLER                  PIC X(02) VALUE SPACES.
002020     05 MD-PROGRAM              PIC X(08).
002030     05 FILLER                  PIC X(02) VALUE SPACES.
002040     05 MD-FILE                 PIC X(08).
002050     05 FILLER                  PIC X(02) VALUE SPACES.
002060     05 MD-ACTION               PIC X(08).
002070     05 FILLER                  PIC X(02) VALUE SPACES.
002080     05 MD-EDITION              PIC X(02).
002090     05 FILLER                  PIC X(02) VALUE SPACES.
002100     05 MD-BEFORE               PIC X(60).
002110     05 FILLER                  PIC X(01) VALUE SPACES.
002120     05 MD-AFTER                PIC X(60).
002130 01  WS-LOG-TIME                PIC 9(06).
002140 01  WS-LOG-TIME-PARTS REDEFINES WS-LOG-TIME.
002150     05 WS-LOG-HH               PIC 9(02).
002160     05 WS-LOG-MM               PIC 9(02).
002170     05 WS-LOG-SS               PIC 9(02).
002180 01  WS-MLRT-TOTAL-LINE.
002190     05 DT-LABEL                PIC X(28).
002200     05 DT-VALUE                PIC ZZZ,ZZ9.
002210 01  WS-MLRT-GROUP-TOTAL.
002220     05 FILLER                  PIC X(04) VALUE SPACES.
002230     05 GT-LABEL                PIC X(24).
002240     05 GT-VALUE                PIC ZZZ,ZZ9.
002250
002260 PROCEDURE DIVISION.
002270
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     IF NOT WS-FATAL-ERROR
002310         PERFORM 2000-LOAD-LOG THRU 2000-EXIT
002320         IF NOT WS-FILE-ERROR
002330             MOVE "O" TO WS-GROUP-BY
002340             PERFORM 3000-PRINT-GROUPING THRU 3000-EXIT
002350             MOVE "F" TO WS-GROUP-BY
002360             PERFORM 3000-PRINT-GROUPING THRU 3000-EXIT
002370         END-IF
002380         PERFORM 5000-TERMINATE THRU 5000-EXIT
002390     END-IF
002400     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
002410     STOP RUN.
002420
002430 1000-INITIALIZE.
002440     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002450     MOVE WS-TODAY TO WS-RUN-DATE
002460     PERFORM 1300-READ-PARM-CARDS THRU 1300-EXIT
002470     IF NOT WS-FATAL-ERROR
002480         OPEN OUTPUT MLOG-RPT
002490         MOVE WS-RUN-DATE TO MH-RUN-DATE
002500         MOVE WS-TODAY TO MH-TODAY
002510         MOVE WS-MLRT-HEADING-1 TO MLRT-LINE
002520         WRITE MLRT-LINE
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.
002560
002570* Read the parm cards, if there are any.  No parm file reports
002580* today; a card that does not parse stops the run before
002590* anything is read.
002600 1300-READ-PARM-CARDS.
002610     OPEN INPUT PARM-FILE
002620     IF WS-PARM-STATUS = "00"
002630         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
002640         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
002650             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
002660         CLOSE PARM-FILE
002670     END-IF.
002680 1300-EXIT.
002690     EXIT.
002700
002710 1350-APPLY-PARM-CARD.
002720     IF PARM-CARD = SPACES OR PARM-CARD(1:1) = "*"
002730         CONTINUE
002740     ELSE
002750         MOVE SPACES TO WS-PARM-KEYWORD
002760         MOVE SPACES TO WS-PARM-VALUE
002770         UNSTRING PARM-CARD DELIMITED BY "="
002780             INTO WS-PARM-KEYWORD WS-PARM-VALUE
002790         END-UNSTRING
002800         EVALUATE WS-PARM-KEYWORD
002810             WHEN "RUN-DATE"
002820                 PERFORM 1365-PARSE-PARM-DATE THRU 1365-EXIT
002830                 IF WS-PARM-NUM-OK
002840                     MOVE WS-PARM-DATE TO WS-RUN-DATE
002850                 ELSE
002860                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
002870                 END-IF
002880             WHEN OTHER
002890                 PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
002900         END-EVALUATE
002910     END-IF
002920     IF NOT WS-FATAL-ERROR
002930         PERFORM 8400-READ-PARM-CARD THRU 8400-EXIT
002940     END-IF.
002950 1350-EXIT.
002960     EXIT.
002970
002980* A run date must be exactly eight digits with a real month
002990* and a plausible day - anything else rejects the card rather
003000* than reporting the wrong day.
003010 1365-PARSE-PARM-DATE.
003020     MOVE "Y" TO WS-PARM-NUM-OK-SWITCH
003030     MOVE 0 TO WS-PARM-DATE
003040     PERFORM VARYING WS-PARM-CHAR-INDEX FROM 1 BY 1
003050      UNTIL WS-PARM-CHAR-INDEX > 8
003060         MOVE WS-PARM-VALUE(WS-PARM-CHAR-INDEX:1)
003070          TO WS-PARM-CHAR
003080         IF WS-PARM-CHAR >= "0" AND WS-PARM-CHAR <= "9"
003090             COMPUTE WS-PARM-DATE =
003100                 WS-PARM-DATE * 10 + WS-PARM-DIGIT
003110         ELSE
003120             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
003130         END-IF
003140     END-PERFORM
003150     IF WS-PARM-VALUE(9:2) NOT = SPACES
003160         MOVE "N" TO WS-PARM-NUM-OK-SWITCH
003170     END-IF
003180     IF WS-PARM-NUM-OK
003190         IF WS-PARM-DATE(5:2) < "01"
003200          OR WS-PARM-DATE(5:2) > "12"
003210          OR WS-PARM-DATE(7:2) < "01"
003220          OR WS-PARM-DATE(7:2) > "31"
003230             MOVE "N" TO WS-PARM-NUM-OK-SWITCH
003240         END-IF
003250     END-IF.
003260 1365-EXIT.
003270     EXIT.
003280
003290 1370-BAD-PARM-CARD.
003300     DISPLAY "ANAGMLRP: BAD PARM CARD: " PARM-CARD(1:40)
003310     SET WS-FATAL-ERROR TO TRUE.
003320 1370-EXIT.
003330     EXIT.
003340
003350* Hold every log line for the report day, and note each
003360* operator and file it names.  No log at all means nothing
003370* has ever been changed from a terminal - an empty report, not
003380* an error.
003390 2000-LOAD-LOG.
003400     OPEN INPUT MLOG-FILE
003410     IF WS-MLOG-STATUS = "35"
003420         SET WS-NO-LOG TO TRUE
003430     ELSE
003440         IF WS-MLOG-STATUS NOT = "00"
003450             DISPLAY "ANAGMLRP: ANAGMLOG OPEN FAILED, STATUS "
003460                 WS-MLOG-STATUS
003470             SET WS-FILE-ERROR TO TRUE
003480         ELSE
003490             PERFORM 8000-READ-LOG THRU 8000-EXIT
003500             PERFORM 2100-TAKE-LOG-LINE THRU 2100-EXIT
003510                 UNTIL WS-MLOG-END-OF-FILE
003520             CLOSE MLOG-FILE
003530         END-IF
003540     END-IF
003550     IF WS-FILE-ERROR
003560         MOVE "** MAINTENANCE LOG COULD NOT BE READ **"
003570          TO MLRT-LINE
003580         WRITE MLRT-LINE
003590     ELSE
003600         IF WS-LE-COUNT = 0
003610             MOVE SPACES TO MLRT-LINE
003620             WRITE MLRT-LINE
003630             MOVE "NO MAINTENANCE LOGGED FOR THE DAY"
003640              TO MLRT-LINE
003650             WRITE MLRT-LINE
003660         END-IF
003670     END-IF.
003680 2000-EXIT.
003690     EXIT.
003700
003710 2100-TAKE-LOG-LINE.
003720     ADD 1 TO WS-LINES-READ
003730     IF ML-DATE NOT = WS-RUN-DATE
003740         ADD 1 TO WS-LINES-OTHER-DAYS
003750     ELSE
003760         IF WS-LE-COUNT NOT < WS-LE-MAX
003770             ADD 1 TO WS-LINES-NOT-REPORTED
003780         ELSE
003790             ADD 1 TO WS-LE-COUNT
003800             MOVE ML-TIME TO WS-LE-TIME(WS-LE-COUNT)
003810             MOVE ML-OPERATOR TO WS-LE-OPERATOR(WS-LE-COUNT)
003820             MOVE ML-PROGRAM TO WS-LE-PROGRAM(WS-LE-COUNT)
003830             MOVE ML-FILE TO WS-LE-FILE(WS-LE-COUNT)
003840             MOVE ML-ACTION TO WS-LE-ACTION(WS-LE-COUNT)
003850             MOVE ML-EDITION TO WS-LE-EDITION(WS-LE-COUNT)
003860             MOVE ML-BEFORE TO WS-LE-BEFORE(WS-LE-COUNT)
003870             MOVE ML-AFTER TO WS-LE-AFTER(WS-LE-COUNT)
003880             MOVE WS-OP-TABLE TO WS-GK-TABLE
003890             MOVE WS-OP-COUNT TO WS-GK-COUNT
003900             MOVE ML-OPERATOR TO WS-GK-NEW
003910             PERFORM 2200-NOTE-GROUP-KEY THRU 2200-EXIT
003920             MOVE WS-GK-TABLE TO WS-OP-TABLE
003930             MOVE WS-GK-COUNT TO WS-OP-COUNT
003940             MOVE WS-FL-TABLE TO WS-GK-TABLE
003950             MOVE WS-FL-COUNT TO WS-GK-COUNT
003960             MOVE ML-FILE TO WS-GK-NEW
003970             PERFORM 2200-NOTE-GROUP-KEY THRU 2200-EXIT
003980             MOVE WS-GK-TABLE TO WS-FL-TABLE
003990             MOVE WS-GK-COUNT TO WS-FL-COUNT
004000         END-IF
004010     END-IF
004020     PERFORM 8000-READ-LOG THRU 8000-EXIT.
004030 2100-EXIT.
004040     EXIT.
004050
004060* Insert WS-GK-NEW into the ordered key list in WS-GK-TABLE
004070* unless it is already there, opening a slot by moving the
004080* higher keys up one.  A key past the table's capacity is
004090* counted; its lines are then left off that grouping.
004100 2200-NOTE-GROUP-KEY.
004110     MOVE "N" TO WS-GK-FOUND-SWITCH
004120     MOVE 0 TO WS-GK-SLOT
004130     PERFORM VARYING WS-GK-INDEX FROM 1 BY 1
004140      UNTIL WS-GK-INDEX > WS-GK-COUNT
004150         OR WS-GK-FOUND OR WS-GK-SLOT > 0
004160         IF WS-GK-KEY(WS-GK-INDEX) = WS-GK-NEW
004170             SET WS-GK-FOUND TO TRUE
004180         ELSE
004190             IF WS-GK-KEY(WS-GK-INDEX) > WS-GK-NEW
004200                 MOVE WS-GK-INDEX TO WS-GK-SLOT
004210             END-IF
004220         END-IF
004230     END-PERFORM
004240     IF NOT WS-GK-FOUND
004250         IF WS-GK-COUNT NOT < WS-GK-MAX
004260             ADD 1 TO WS-GROUPS-NOT-REPORTED
004270         ELSE
004280             IF WS-GK-SLOT = 0
004290                 COMPUTE WS-GK-SLOT = WS-GK-COUNT + 1
004300             END-IF
004310             PERFORM VARYING WS-GK-INDEX FROM WS-GK-COUNT BY -1
004320              UNTIL WS-GK-INDEX < WS-GK-SLOT
004330                 MOVE WS-GK-KEY(WS-GK-INDEX)
004340                  TO WS-GK-KEY(WS-GK-INDEX + 1)
004350             END-PERFORM
004360             MOVE WS-GK-NEW TO WS-GK-KEY(WS-GK-SLOT)
004370             ADD 1 TO WS-GK-COUNT
004380         END-IF
004390     END-IF.
004400 2200-EXIT.
004410     EXIT.
004420
004430* Print the day's changes grouped one way - by operator or by
004440* file - one group per distinct key, in key order.
004450 3000-PRINT-GROUPING.
004460     IF WS-LE-COUNT > 0
004470         MOVE SPACES TO MLRT-LINE
004480         WRITE MLRT-LINE
004490         IF WS-BY-OPERATOR
004500             MOVE "OPERATOR" TO MS-SECTION
004510             MOVE WS-OP-TABLE TO WS-GK-TABLE
004520             MOVE WS-OP-COUNT TO WS-GK-COUNT
004530         ELSE
004540             MOVE "FILE" TO MS-SECTION
004550             MOVE WS-FL-TABLE TO WS-GK-TABLE
004560             MOVE WS-FL-COUNT TO WS-GK-COUNT
004570         END-IF
004580         MOVE WS-MLRT-SECTION-LINE TO MLRT-LINE
004590         WRITE MLRT-LINE
004600         PERFORM 3100-PRINT-GROUP THRU 3100-EXIT
004610             VARYING WS-GK-INDEX FROM 1 BY 1
004620             UNTIL WS-GK-INDEX > WS-GK-COUNT
004630     END-IF.
004640 3000-EXIT.
004650     EXIT.
004660
004670 3100-PRINT-GROUP.
004680     MOVE WS-GK-KEY(WS-GK-INDEX) TO WS-GROUP-KEY
004690     MOVE 0 TO WS-GROUP-CHANGES
004700     MOVE SPACES TO MLRT-LINE
004710     WRITE MLRT-LINE
004720     IF WS-BY-OPERATOR
004730         MOVE "OPERATOR:" TO MG-LABEL
004740     ELSE
004750         MOVE "FILE:" TO MG-LABEL
004760     END-IF
004770     MOVE WS-GROUP-KEY TO MG-KEY
004780     MOVE WS-MLRT-GROUP-LINE TO MLRT-LINE
004790     WRITE MLRT-LINE
004800     MOVE WS-MLRT-HEADING-2 TO MLRT-LINE
004810     WRITE MLRT-LINE
004820     PERFORM 3200-PRINT-IF-IN-GROUP THRU 3200-EXIT
004830         VARYING WS-LE-INDEX FROM 1 BY 1
004840         UNTIL WS-LE-INDEX > WS-LE-COUNT
004850     MOVE "CHANGES................." TO GT-LABEL
004860     MOVE WS-GROUP-CHANGES TO GT-VALUE
004870     MOVE WS-MLRT-GROUP-TOTAL TO MLRT-LINE
004880     WRITE MLRT-LINE.
004890 3100-EXIT.
004900     EXIT.
004910
004920 3200-PRINT-IF-IN-GROUP.
004930     IF (WS-BY-OPERATOR
004940         AND WS-LE-OPERATOR(WS-LE-INDEX) = WS-GROUP-KEY)
004950      OR (WS-BY-FILE
004960         AND WS-LE-FILE(WS-LE-INDEX) = WS-GROUP-KEY)
004970         ADD 1 TO WS-GROUP-CHANGES
004980         MOVE WS-LE-TIME(WS-LE-INDEX) TO WS-LOG-TIME
004990         MOVE WS-LOG-HH TO MD-HH
005000         MOVE WS-LOG-MM TO MD-MM
005010         MOVE WS-LOG-SS TO MD-SS
005020         MOVE WS-LE-OPERATOR(WS-LE-INDEX) TO MD-OPERATOR
005030         MOVE WS-LE-PROGRAM(WS-LE-INDEX) TO MD-PROGRAM
005040         MOVE WS-LE-FILE(WS-LE-INDEX) TO MD-FILE
005050         MOVE WS-LE-ACTION(WS-LE-INDEX) TO MD-ACTION
005060         MOVE WS-LE-EDITION(WS-LE-INDEX) TO MD-EDITION
005070         MOVE WS-LE-BEFORE(WS-LE-INDEX) TO MD-BEFORE
005080         MOVE WS-LE-AFTER(WS-LE-INDEX) TO MD-AFTER
005090         MOVE WS-MLRT-DETAIL TO MLRT-LINE
005100         WRITE MLRT-LINE
005110     END-IF.
005120 3200-EXIT.
005130     EXIT.
005140
005150 5000-TERMINATE.
005160     MOVE SPACES TO MLRT-LINE
005170     WRITE MLRT-LINE
005180     IF WS-NO-LOG
005190         MOVE "** NO ANAGMLOG FILE - NOTHING LOGGED YET **"
005200          TO MLRT-LINE
005210         WRITE MLRT-LINE
005220     END-IF
005230     MOVE "LOG LINES READ.............." TO DT-LABEL
005240     MOVE WS-LINES-READ TO DT-VALUE
005250     MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005260     WRITE MLRT-LINE
005270     MOVE "LOG LINES FOR OTHER DAYS...." TO DT-LABEL
005280     MOVE WS-LINES-OTHER-DAYS TO DT-VALUE
005290     MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005300     WRITE MLRT-LINE
005310     MOVE "CHANGES REPORTED............" TO DT-LABEL
005320     MOVE WS-LE-COUNT TO DT-VALUE
005330     MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005340     WRITE MLRT-LINE
005350     MOVE "OPERATORS..................." TO DT-LABEL
005360     MOVE WS-OP-COUNT TO DT-VALUE
005370     MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005380     WRITE MLRT-LINE
005390     MOVE "FILES CHANGED..............." TO DT-LABEL
005400     MOVE WS-FL-COUNT TO DT-VALUE
005410     MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005420     WRITE MLRT-LINE
005430     IF WS-LINES-NOT-REPORTED > 0 OR WS-GROUPS-NOT-REPORTED > 0
005440         MOVE "CHANGES NOT REPORTED........" TO DT-LABEL
005450         MOVE WS-LINES-NOT-REPORTED TO DT-VALUE
005460         MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005470         WRITE MLRT-LINE
005480         MOVE "GROUPS NOT REPORTED........." TO DT-LABEL
005490         MOVE WS-GROUPS-NOT-REPORTED TO DT-VALUE
005500         MOVE WS-MLRT-TOTAL-LINE TO MLRT-LINE
005510         WRITE MLRT-LINE
005520         MOVE "** REPORT INCOMPLETE - TABLE CAPACITY EXCEEDED **"
005530          TO MLRT-LINE
005540         WRITE MLRT-LINE
005550     END-IF
005560     CLOSE MLOG-RPT
005570     DISPLAY "ANAGMLRP CHANGES REPORTED FOR " WS-RUN-DATE ": "
005580         WS-LE-COUNT.
005590 5000-EXIT.
005600     EXIT.
005610
005620 8000-READ-LOG.
005630     READ MLOG-FILE
005640         AT END SET WS-MLOG-END-OF-FILE TO TRUE
005650     END-READ
005660*    Any bad status ends the read loop - an I/O error raises
005670*    no AT END and would otherwise spin
005680     IF WS-MLOG-STATUS NOT = "00" AND NOT WS-MLOG-END-OF-FILE
005690         DISPLAY "ANAGMLRP: ANAGMLOG READ FAILED, STATUS "
005700             WS-MLOG-STATUS
005710         SET WS-FILE-ERROR TO TRUE
005720         SET WS-MLOG-END-OF-FILE TO TRUE
005730     END-IF.
005740 8000-EXIT.
005750     EXIT.
005760
005770 8400-READ-PARM-CARD.
005780     READ PARM-FILE
005790         AT END SET WS-PARM-END-OF-FILE TO TRUE
005800     END-READ.
005810 8400-EXIT.
005820     EXIT.
005830
005840* Tell the scheduler how the report went: 0 when every change
005850* for the day is listed, 4 when the day outgrew the report's
005860* tables, 8 on a bad parm card or a log that could not be
005870* read.
005880 9000-SET-RETURN-CODE.
005890     EVALUATE TRUE
005900         WHEN WS-FATAL-ERROR
005910             MOVE 8 TO RETURN-CODE
005920         WHEN WS-FILE-ERROR
005930             MOVE 8 TO RETURN-CODE
005940         WHEN WS-LINES-NOT-REPORTED > 0
005950             MOVE 4 TO RETURN-CODE
005960         WHEN WS-GROUPS-NOT-REPORTED > 0
005970             MOVE 4 TO RETURN-CODE
005980         WHEN OTHER
005990             MOVE 0 TO RETURN-CODE
006000     END-EVALUATE.
006010 9000-EXIT.
006020     EXIT.
006030
006040 END PROGRAM ANAGMLRP.
