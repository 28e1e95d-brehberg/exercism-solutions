000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGDOSS.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  ONLINE WORD DOSSIER.  ACCEPTS A WORD AND AN
000220*                  EDITION CODE FROM THE TERMINAL AND SHOWS, ON
000230*                  ONE SCREEN, EVERYTHING THE SYSTEM HOLDS ON
000240*                  THE WORD: ITS ANAGRAM-DICT ENTRY AND USAGE
000250*                  COUNTERS, ITS LAST PUBLICATION ON ANAGHIST,
000260*                  WHETHER ANAGEXCL BANS IT, ITS ANAGCLUE CLUE,
000270*                  ANY CORRECTIONS WAITING ON ANAGPEND, EVERY
000280*                  ANAGSKED ENTRY USING IT AS A SUBJECT, ITS
000290*                  FULL ANAGRAM GROUP OFF THE LETTER-SIGNATURE
000300*                  KEY, AND ITS STANDING IN EVERY OTHER EDITION
000310*                  ON THE DICTIONARY.  READ-ONLY AGAINST EVERY
000320*                  FILE.  LOOPS FOR THE NEXT WORD UNTIL A BLANK
000330*                  WORD ENDS THE SESSION.  ANAGRAM-DICT IS
000340*                  REQUIRED; ANY OTHER FILE NOT ALLOCATED IS
000350*                  NOTED ON ITS LINE OF THE DOSSIER.
000360*--------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ANAGRAM-DICT ASSIGN TO ANAGDICT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DICT-PRIME-KEY
000450         ALTERNATE RECORD KEY IS DICT-SIG-KEY
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-DICT-STATUS.
000480
000490     SELECT HIST-FILE ASSIGN TO ANAGHIST
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS HIST-PRIME-KEY
000530         FILE STATUS IS WS-HIST-STATUS.
000540
000550     SELECT EXCL-FILE ASSIGN TO ANAGEXCL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS EXCL-WORD
000590         FILE STATUS IS WS-EXCL-STATUS.
000600
000610     SELECT CLUE-FILE ASSIGN TO ANAGCLUE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CLUE-PRIME-KEY
000650         FILE STATUS IS WS-CLUE-STATUS.
000660
000670     SELECT PEND-FILE ASSIGN TO ANAGPEND
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PEND-STATUS.
000700
000710     SELECT SKED-FILE ASSIGN TO ANAGSKED
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SKED-PRIME-KEY
000750         FILE STATUS IS WS-SKED-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ANAGRAM-DICT.
000800 01  DICT-RECORD.
000810     05 DICT-PRIME-KEY.
000820        10 DICT-EDITION         PIC X(02).
000830        10 DICT-WORD            PIC X(40).
000840     05 DICT-SIG-KEY.
000850        10 DICT-SIG-EDITION     PIC X(02).
000860        10 DICT-SIGNATURE       PIC X(52).
000870     05 DICT-FULL-MATCHES       PIC 9(06).
000880     05 DICT-SUBSET-MATCHES     PIC 9(06).
000890     05 DICT-LAST-MATCH-DATE    PIC 9(08).
000900
000910 FD  HIST-FILE.
000920 01  HIST-RECORD.
000930     05 HIST-PRIME-KEY.
000940        10 HIST-EDITION         PIC X(02).
000950        10 HIST-WORD            PIC X(40).
000960     05 HIST-PUB-DATE           PIC 9(08).
000970
000980 FD  EXCL-FILE.
000990 01  EXCL-RECORD.
001000     05 EXCL-WORD               PIC X(40).
001010
001020 FD  CLUE-FILE.
001030 01  CLUE-RECORD.
001040     05 CLUE-PRIME-KEY.
001050        10 CLUE-EDITION         PIC X(02).
001060        10 CLUE-WORD            PIC X(40).
001070     05 CLUE-TEXT               PIC X(60).
001080
001090*--------------------------------------------------------------
001100* PENDING CORRECTION TRANSACTIONS, IN THE ANAGTRAN LAYOUT
001110* ANAGINQ QUEUES THEM IN FOR TONIGHT'S ANAGDELT
001120*--------------------------------------------------------------
001130 FD  PEND-FILE.
001140 01  PEND-TRAN.
001150     05 TR-ACTION               PIC X(01).
001160     05 FILLER                  PIC X(01).
001170     05 TR-EDITION              PIC X(02).
001180     05 FILLER                  PIC X(01).
001190     05 TR-WORD                 PIC X(40).
001200     05 FILLER                  PIC X(01).
001210     05 TR-NEW-WORD             PIC X(40).
001220
001230 FD  SKED-FILE.
001240 01  SKED-RECORD.
001250     05 SKED-PRIME-KEY.
001260        10 SKED-PUB-DATE        PIC 9(08).
001270        10 SKED-EDITION         PIC X(02).
001280        10 SKED-SUBJECT-WORD    PIC X(40).
001290     05 SKED-STATUS             PIC X(01).
001300        88 SKED-IS-PLANNED      VALUE "P".
001310        88 SKED-IS-EXTRACTED    VALUE "E".
001320        88 SKED-IS-RUN          VALUE "R".
001330        88 SKED-IS-PUBLISHED    VALUE "B".
001340     05 SKED-ADDED-DATE         PIC 9(08).
001350
001360 WORKING-STORAGE SECTION.
001370*--------------------------------------------------------------
001380* SWITCHES
001390*--------------------------------------------------------------
001400 77  WS-DICT-STATUS             PIC X(02) VALUE "00".
001410 77  WS-HIST-STATUS             PIC X(02) VALUE "00".
001420 77  WS-EXCL-STATUS             PIC X(02) VALUE "00".
001430 77  WS-CLUE-STATUS             PIC X(02) VALUE "00".
001440 77  WS-PEND-STATUS             PIC X(02) VALUE "00".
001450 77  WS-SKED-STATUS             PIC X(02) VALUE "00".
001460 77  WS-DICT-EOF-SWITCH         PIC X(01) VALUE "N".
001470     88 WS-DICT-END-OF-FILE     VALUE "Y".
001480 77  WS-PEND-EOF-SWITCH         PIC X(01) VALUE "N".
001490     88 WS-PEND-END-OF-FILE     VALUE "Y".
001500 77  WS-SKED-EOF-SWITCH         PIC X(01) VALUE "N".
001510     88 WS-SKED-END-OF-FILE     VALUE "Y".
001520 77  WS-SESSION-SWITCH          PIC X(01) VALUE "N".
001530     88 WS-SESSION-DONE         VALUE "Y".
001540 77  WS-HIST-AVAIL-SWITCH       PIC X(01) VALUE "N".
001550     88 WS-HIST-AVAILABLE       VALUE "Y".
001560 77  WS-EXCL-AVAIL-SWITCH       PIC X(01) VALUE "N".
001570     88 WS-EXCL-AVAILABLE       VALUE "Y".
001580 77  WS-CLUE-AVAIL-SWITCH       PIC X(01) VALUE "N".
001590     88 WS-CLUE-AVAILABLE       VALUE "Y".
001600 77  WS-SKED-AVAIL-SWITCH       PIC X(01) VALUE "N".
001610     88 WS-SKED-AVAILABLE       VALUE "Y".
001620 77  WS-ON-DICT-SWITCH          PIC X(01) VALUE "N".
001630     88 WS-WORD-ON-DICT         VALUE "Y".
001660
001670*--------------------------------------------------------------
001680* TERMINAL INPUT - THE WORD AND EDITION FOR THE CURRENT
001690* DOSSIER, AND THE WORD LOWERCASED THE WAY EVERY FILE KEYS IT
001700*--------------------------------------------------------------
001710 01  WS-DOS-INPUT               PIC X(40).
001720 01  WS-DOS-EDITION             PIC X(02).
001730 01  WS-DOS-WORD                PIC X(40).
001740 01  WS-DOS-SIGNATURE           PIC X(52).
001750 01  WS-TODAY                   PIC 9(08).
001760
001770*--------------------------------------------------------------
001780* THE EDITIONS ON ANAGRAM-DICT, FOUND ONCE AT SIGN-ON BY
001790* SKIPPING FROM EACH EDITION'S FIRST WORD PAST ITS LAST
001800*--------------------------------------------------------------
001810 01  WS-ED-MAX                  PIC 9(02) VALUE 10.
001820 01  WS-ED-COUNT                PIC 9(02) VALUE 0.
001830 01  WS-ED-INDEX                PIC 9(02).
001840 01  WS-ED-TABLE.
001850     05 WS-ED-CODE OCCURS 10 TIMES PIC X(02).
001860
001870*--------------------------------------------------------------
001880* LETTER-SIGNATURE WORK AREAS - THE SAME 26 LETTER COUNTS
001890* ANAGLOAD STORES AS THE ALTERNATE KEY ON ANAGRAM-DICT
001900*--------------------------------------------------------------
001910 01  WS-ALPHABET                PIC X(26) VALUE
001920     "abcdefghijklmnopqrstuvwxyz".
001930 01  WS-WORK-WORD               PIC X(40).
001940 01  WS-WORK-COUNTS-TABLE.
001950     05 WS-WORK-COUNTS OCCURS 26 TIMES PIC 9(05) COMP.
001960 01  WS-LETTER-INDEX            PIC 99.
001970 01  WS-SIGNATURE-WORK.
001980     05 WS-SIG-COUNT OCCURS 26 TIMES PIC 9(02).
001990 01  WS-WILD-TOTAL              PIC 9(02).
002000
002010*--------------------------------------------------------------
002020* LOOKUP AND DISPLAY WORK AREAS
002030*--------------------------------------------------------------
002040 01  WS-HIST-LOOKUP-EDITION     PIC X(02).
002050 01  WS-HIST-LOOKUP-WORD        PIC X(40).
002060 01  WS-HIST-DATE               PIC 9(08).
002070 01  WS-DAYS-AGO                PIC 9(06).
002080 01  WS-COMPARE-WORD            PIC X(40).
002090 01  WS-COMPARE-NEW-WORD        PIC X(40).
002100 01  WS-LIST-COUNT              PIC 9(04).
002110 01  WS-GROUP-COUNT             PIC 9(04).
002120 01  WS-STATUS-TEXT             PIC X(09).
002130 01  WS-ACTION-TEXT             PIC X(07).
002140 01  WS-DISP-FULL               PIC ZZZ,ZZ9.
002150 01  WS-DISP-SUBSET             PIC ZZZ,ZZ9.
002160 01  WS-DISP-DAYS               PIC ZZZ,ZZ9.
002170 01  WS-DISP-COUNT              PIC ZZZ9.
002180 01  WS-HIST-TEXT               PIC X(32).
002190
002200 PROCEDURE DIVISION.
002210
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002240     IF NOT WS-SESSION-DONE
002250         PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
002260             UNTIL WS-SESSION-DONE
002270         PERFORM 3000-TERMINATE THRU 3000-EXIT
002280     END-IF
002290     STOP RUN.
002300
002310 1000-INITIALIZE.
002320     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002330     OPEN INPUT ANAGRAM-DICT
002340     IF WS-DICT-STATUS NOT = "00"
002350         DISPLAY "ANAGDOSS: ANAGRAM-DICT OPEN FAILED, STATUS "
002360             WS-DICT-STATUS
002370         SET WS-SESSION-DONE TO TRUE
002380         MOVE 8 TO RETURN-CODE
002390     ELSE
002400         PERFORM 1500-LOAD-DICT-EDITIONS THRU 1500-EXIT
002410         OPEN INPUT HIST-FILE
002420         IF WS-HIST-STATUS = "00"
002430             SET WS-HIST-AVAILABLE TO TRUE
002440         END-IF
002450         OPEN INPUT EXCL-FILE
002460         IF WS-EXCL-STATUS = "00"
002470             SET WS-EXCL-AVAILABLE TO TRUE
002480         END-IF
002490         OPEN INPUT CLUE-FILE
002500         IF WS-CLUE-STATUS = "00"
002510             SET WS-CLUE-AVAILABLE TO TRUE
002520         END-IF
002530         OPEN INPUT SKED-FILE
002540         IF WS-SKED-STATUS = "00"
002550             SET WS-SKED-AVAILABLE TO TRUE
002560         END-IF
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610* Note every edition on the dictionary, one keyed read per
002620* edition, skipping past its words by restarting above the
002630* highest possible key - the way ANAGPREF finds them.
002640 1500-LOAD-DICT-EDITIONS.
002650     MOVE SPACES TO DICT-PRIME-KEY
002660     MOVE "N" TO WS-DICT-EOF-SWITCH
002670     START ANAGRAM-DICT KEY IS NOT LESS THAN DICT-PRIME-KEY
002680         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
002690     END-START
002700     IF NOT WS-DICT-END-OF-FILE
002710         PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
002720     END-IF
002730     PERFORM 1510-SKIP-DICT-EDITION THRU 1510-EXIT
002740         UNTIL WS-DICT-END-OF-FILE.
002750 1500-EXIT.
002760     EXIT.
002770
002780 1510-SKIP-DICT-EDITION.
002790     IF WS-ED-COUNT < WS-ED-MAX
002800         ADD 1 TO WS-ED-COUNT
002810         MOVE DICT-EDITION TO WS-ED-CODE(WS-ED-COUNT)
002820     END-IF
002830     MOVE HIGH-VALUES TO DICT-WORD
002840     START ANAGRAM-DICT KEY IS GREATER THAN DICT-PRIME-KEY
002850         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
002860     END-START
002870     IF NOT WS-DICT-END-OF-FILE
002880         PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
002890     END-IF.
002900 1510-EXIT.
002910     EXIT.
002920
002930* One terminal interaction: prompt for the word and edition,
002940* then show the dossier.  A blank word ends the session.
002950 2000-PROCESS-INQUIRY.
002960     MOVE SPACES TO WS-DOS-INPUT
002970     DISPLAY "ENTER WORD FOR DOSSIER (BLANK TO END):"
002980     ACCEPT WS-DOS-INPUT
002990     IF WS-DOS-INPUT = SPACES
003000         SET WS-SESSION-DONE TO TRUE
003010     ELSE
003020         MOVE SPACES TO WS-DOS-EDITION
003030         DISPLAY "ENTER EDITION CODE (UK/US/KD...):"
003040         ACCEPT WS-DOS-EDITION
003050         INSPECT WS-DOS-EDITION
003060          CONVERTING "abcdefghijklmnopqrstuvwxyz"
003070          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003080         IF WS-DOS-EDITION = SPACES
003090             DISPLAY "EDITION CODE IS REQUIRED"
003100         ELSE
003110             MOVE WS-DOS-INPUT TO WS-DOS-WORD
003120             INSPECT WS-DOS-WORD
003130              CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003140              TO "abcdefghijklmnopqrstuvwxyz"
003150             PERFORM 2100-SHOW-DOSSIER THRU 2100-EXIT
003160         END-IF
003170     END-IF.
003180 2000-EXIT.
003190     EXIT.
003200
003210 2100-SHOW-DOSSIER.
003220     DISPLAY SPACE
003230     DISPLAY "WORD DOSSIER: " WS-DOS-WORD
003240     DISPLAY "EDITION:      " WS-DOS-EDITION
003250     PERFORM 2200-SHOW-DICTIONARY THRU 2200-EXIT
003260     PERFORM 2300-SHOW-HISTORY THRU 2300-EXIT
003270     PERFORM 2400-SHOW-EXCLUSION THRU 2400-EXIT
003280     PERFORM 2450-SHOW-CLUE THRU 2450-EXIT
003290     PERFORM 2500-SHOW-PENDING THRU 2500-EXIT
003300     PERFORM 2600-SHOW-SCHEDULE THRU 2600-EXIT
003310     PERFORM 2700-SHOW-ANAGRAM-GROUP THRU 2700-EXIT
003320     PERFORM 2800-SHOW-OTHER-EDITIONS THRU 2800-EXIT
003330     DISPLAY SPACE.
003340 2100-EXIT.
003350     EXIT.
003360
003370* The word's own dictionary entry and the usage counters the
003380* nightly run keeps on it.  Its stored signature is kept for
003390* the anagram group.
003400 2200-SHOW-DICTIONARY.
003410     MOVE "N" TO WS-ON-DICT-SWITCH
003420     MOVE WS-DOS-EDITION TO DICT-EDITION
003430     MOVE WS-DOS-WORD TO DICT-WORD
003440     READ ANAGRAM-DICT
003450         INVALID KEY CONTINUE
003460     END-READ
003470     IF WS-DICT-STATUS = "00"
003480         SET WS-WORD-ON-DICT TO TRUE
003490         MOVE DICT-SIGNATURE TO WS-DOS-SIGNATURE
003500         MOVE DICT-FULL-MATCHES TO WS-DISP-FULL
003510         MOVE DICT-SUBSET-MATCHES TO WS-DISP-SUBSET
003520         DISPLAY "DICTIONARY:   ON FILE"
003530         DISPLAY "  FULL MATCHES:" WS-DISP-FULL
003540             "   SUBSET MATCHES:" WS-DISP-SUBSET
003550         IF DICT-LAST-MATCH-DATE = 0
003560             DISPLAY "  NEVER MATCHED BY THE NIGHTLY RUN"
003570         ELSE
003580             DISPLAY "  LAST MATCHED: " DICT-LAST-MATCH-DATE
003590         END-IF
003600     ELSE
003610         DISPLAY "DICTIONARY:   NOT ON THE " WS-DOS-EDITION
003620             " DICTIONARY"
003630     END-IF.
003640 2200-EXIT.
003650     EXIT.
003660
003670 2300-SHOW-HISTORY.
003680     IF WS-HIST-AVAILABLE
003690         MOVE WS-DOS-EDITION TO WS-HIST-LOOKUP-EDITION
003700         MOVE WS-DOS-WORD TO WS-HIST-LOOKUP-WORD
003710         PERFORM 7100-LOOKUP-HISTORY THRU 7100-EXIT
003720         DISPLAY "LAST PUBLISHED: " WS-HIST-TEXT
003730     ELSE
003740         DISPLAY "LAST PUBLISHED: (NO ANAGHIST FILE ALLOCATED)"
003750     END-IF.
003760 2300-EXIT.
003770     EXIT.
003780
003790 2400-SHOW-EXCLUSION.
003800     IF WS-EXCL-AVAILABLE
003810         MOVE WS-DOS-WORD TO EXCL-WORD
003820         READ EXCL-FILE
003830             INVALID KEY CONTINUE
003840         END-READ
003850         IF WS-EXCL-STATUS = "00"
003860             DISPLAY "EXCLUSION:    BANNED ON ANAGEXCL"
003870         ELSE
003880             DISPLAY "EXCLUSION:    NOT BANNED"
003890         END-IF
003900     ELSE
003910         DISPLAY "EXCLUSION:    (NO ANAGEXCL FILE ALLOCATED)"
003920     END-IF.
003930 2400-EXIT.
003940     EXIT.
003950
003960 2450-SHOW-CLUE.
003970     IF WS-CLUE-AVAILABLE
003980         MOVE WS-DOS-EDITION TO CLUE-EDITION
003990         MOVE WS-DOS-WORD TO CLUE-WORD
004000         READ CLUE-FILE
004010             INVALID KEY CONTINUE
004020         END-READ
004030         IF WS-CLUE-STATUS = "00"
004040             DISPLAY "CLUE:         " CLUE-TEXT
004050         ELSE
004060             DISPLAY "CLUE:         (NO CLUE ON FILE)"
004070         END-IF
004080     ELSE
004090         DISPLAY "CLUE:         (NO ANAGCLUE FILE ALLOCATED)"
004100     END-IF.
004110 2450-EXIT.
004120     EXIT.
004130
004140* Every correction waiting on ANAGPEND that names the word,
004150* as the word changed or as its replacement, in any edition.
004160* The file is opened per lookup so the session never holds it
004170* open against ANAGINQ or the nightly step.
004180 2500-SHOW-PENDING.
004190     DISPLAY "CORRECTIONS WAITING ON ANAGPEND:"
004200     MOVE 0 TO WS-LIST-COUNT
004210     OPEN INPUT PEND-FILE
004220     IF WS-PEND-STATUS = "00"
004230         MOVE "N" TO WS-PEND-EOF-SWITCH
004240         PERFORM 2550-CHECK-ONE-PENDING THRU 2550-EXIT
004250             UNTIL WS-PEND-END-OF-FILE
004260         CLOSE PEND-FILE
004270     END-IF
004280     IF WS-LIST-COUNT = 0
004290         DISPLAY "  (NONE)"
004300     END-IF.
004310 2500-EXIT.
004320     EXIT.
004330
004340 2550-CHECK-ONE-PENDING.
004350     READ PEND-FILE
004360         AT END SET WS-PEND-END-OF-FILE TO TRUE
004370     END-READ
004380     IF WS-PEND-STATUS NOT = "00"
004390         SET WS-PEND-END-OF-FILE TO TRUE
004400     END-IF
004410     IF NOT WS-PEND-END-OF-FILE
004420         MOVE TR-WORD TO WS-COMPARE-WORD
004430         MOVE TR-NEW-WORD TO WS-COMPARE-NEW-WORD
004440         INSPECT WS-COMPARE-WORD
004450          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004460          TO "abcdefghijklmnopqrstuvwxyz"
004470         INSPECT WS-COMPARE-NEW-WORD
004480          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004490          TO "abcdefghijklmnopqrstuvwxyz"
004500         IF WS-COMPARE-WORD = WS-DOS-WORD
004510          OR WS-COMPARE-NEW-WORD = WS-DOS-WORD
004520             ADD 1 TO WS-LIST-COUNT
004530             EVALUATE TR-ACTION
004540                 WHEN "A"
004550                     MOVE "ADD" TO WS-ACTION-TEXT
004560                 WHEN "D"
004570                     MOVE "DELETE" TO WS-ACTION-TEXT
004580                 WHEN "R"
004590                     MOVE "REPLACE" TO WS-ACTION-TEXT
004600                 WHEN OTHER
004610                     MOVE TR-ACTION TO WS-ACTION-TEXT
004620             END-EVALUATE
004630             DISPLAY "  " WS-ACTION-TEXT " " TR-EDITION " "
004640                 TR-WORD
004650             IF TR-NEW-WORD NOT = SPACES
004660                 DISPLAY "          BY " TR-NEW-WORD
004670             END-IF
004680         END-IF
004690     END-IF.
004700 2550-EXIT.
004710     EXIT.
004720
004730* Every schedule entry, in any edition and any status, with
004740* the word as its subject.  The schedule is keyed by date
004750* first, so the whole file is read front to back.
004760 2600-SHOW-SCHEDULE.
004770     DISPLAY "SCHEDULED AS A SUBJECT ON ANAGSKED:"
004780     IF WS-SKED-AVAILABLE
004790         MOVE 0 TO WS-LIST-COUNT
004800         MOVE LOW-VALUES TO SKED-PRIME-KEY
004810         MOVE "N" TO WS-SKED-EOF-SWITCH
004820         START SKED-FILE KEY IS NOT LESS THAN SKED-PRIME-KEY
004830             INVALID KEY SET WS-SKED-END-OF-FILE TO TRUE
004840         END-START
004850         PERFORM 2650-CHECK-ONE-SKED THRU 2650-EXIT
004860             UNTIL WS-SKED-END-OF-FILE
004870         IF WS-LIST-COUNT = 0
004880             DISPLAY "  (NONE)"
004890         END-IF
004900     ELSE
004910         DISPLAY "  (NO ANAGSKED FILE ALLOCATED)"
004920     END-IF.
004930 2600-EXIT.
004940     EXIT.
004950
004960 2650-CHECK-ONE-SKED.
004970     READ SKED-FILE NEXT RECORD
004980         AT END SET WS-SKED-END-OF-FILE TO TRUE
004990     END-READ
005000     IF WS-SKED-STATUS NOT = "00"
005010         SET WS-SKED-END-OF-FILE TO TRUE
005020     END-IF
005030     IF NOT WS-SKED-END-OF-FILE
005040         MOVE SKED-SUBJECT-WORD TO WS-COMPARE-WORD
005050         INSPECT WS-COMPARE-WORD
005060          CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
005070          TO "abcdefghijklmnopqrstuvwxyz"
005080         IF WS-COMPARE-WORD = WS-DOS-WORD
005090             ADD 1 TO WS-LIST-COUNT
005100             EVALUATE TRUE
005110                 WHEN SKED-IS-PLANNED
005120                     MOVE "PLANNED" TO WS-STATUS-TEXT
005130                 WHEN SKED-IS-EXTRACTED
005140                     MOVE "EXTRACTED" TO WS-STATUS-TEXT
005150                 WHEN SKED-IS-RUN
005160                     MOVE "RUN" TO WS-STATUS-TEXT
005170                 WHEN SKED-IS-PUBLISHED
005180                     MOVE "PUBLISHED" TO WS-STATUS-TEXT
005190                 WHEN OTHER
005200                     MOVE SKED-STATUS TO WS-STATUS-TEXT
005210             END-EVALUATE
005220             DISPLAY "  " SKED-PUB-DATE " " SKED-EDITION " "
005230                 WS-STATUS-TEXT " ADDED " SKED-ADDED-DATE
005240         END-IF
005250     END-IF.
005260 2650-EXIT.
005270     EXIT.
005280
005290* Every other word on the edition sharing the word's letter
005300* signature - its full anagram group - with each one's usage
005310* and last publication.  A word not on the dictionary is
005320* reduced to its signature here; a blank tile has no place in
005330* a signature, so such a word has no group.
005340 2700-SHOW-ANAGRAM-GROUP.
005350     DISPLAY "FULL ANAGRAM GROUP:"
005360     MOVE 0 TO WS-WILD-TOTAL
005370     INSPECT WS-DOS-WORD TALLYING WS-WILD-TOTAL FOR ALL "?"
005380     IF WS-WILD-TOTAL > 0
005390         DISPLAY "  (BLANK TILES - NO SIGNATURE GROUP)"
005400     ELSE
005410         IF NOT WS-WORD-ON-DICT
005420             MOVE WS-DOS-WORD TO WS-WORK-WORD
005430             PERFORM 7300-BUILD-LETTER-COUNTS THRU 7300-EXIT
005440             PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
005450              UNTIL WS-LETTER-INDEX > 26
005460                 MOVE WS-WORK-COUNTS(WS-LETTER-INDEX)
005470                  TO WS-SIG-COUNT(WS-LETTER-INDEX)
005480             END-PERFORM
005490             MOVE WS-SIGNATURE-WORK TO WS-DOS-SIGNATURE
005500         END-IF
005510         MOVE 0 TO WS-GROUP-COUNT
005520         MOVE WS-DOS-EDITION TO DICT-SIG-EDITION
005530         MOVE WS-DOS-SIGNATURE TO DICT-SIGNATURE
005540         MOVE "N" TO WS-DICT-EOF-SWITCH
005550         START ANAGRAM-DICT KEY IS EQUAL TO DICT-SIG-KEY
005560             INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
005570         END-START
005580         PERFORM 2750-SHOW-GROUP-WORD THRU 2750-EXIT
005590             UNTIL WS-DICT-END-OF-FILE
005600         IF WS-GROUP-COUNT = 0
005610             DISPLAY "  (NO OTHER WORDS ON THIS SIGNATURE)"
005620         ELSE
005630             MOVE WS-GROUP-COUNT TO WS-DISP-COUNT
005640             DISPLAY "  " WS-DISP-COUNT " OTHER WORD(S)"
005650         END-IF
005660     END-IF.
005670 2700-EXIT.
005680     EXIT.
005690
005700 2750-SHOW-GROUP-WORD.
005710     PERFORM 8100-READ-DICT-NEXT THRU 8100-EXIT
005720     IF NOT WS-DICT-END-OF-FILE
005730      AND (DICT-SIG-EDITION NOT = WS-DOS-EDITION
005740      OR DICT-SIGNATURE NOT = WS-DOS-SIGNATURE)
005750         SET WS-DICT-END-OF-FILE TO TRUE
005760     END-IF
005770     IF NOT WS-DICT-END-OF-FILE
005780      AND DICT-WORD NOT = WS-DOS-WORD
005790         ADD 1 TO WS-GROUP-COUNT
005800         MOVE DICT-FULL-MATCHES TO WS-DISP-FULL
005810         MOVE DICT-SUBSET-MATCHES TO WS-DISP-SUBSET
005820         DISPLAY "  " DICT-WORD
005830         IF WS-HIST-AVAILABLE
005840             MOVE DICT-EDITION TO WS-HIST-LOOKUP-EDITION
005850             MOVE DICT-WORD TO WS-HIST-LOOKUP-WORD
005860             PERFORM 7100-LOOKUP-HISTORY THRU 7100-EXIT
005870             DISPLAY "    FULL:" WS-DISP-FULL
005880                 "  SUBSET:" WS-DISP-SUBSET
005890                 "  PUBLISHED: " WS-HIST-TEXT
005900         ELSE
005910             DISPLAY "    FULL:" WS-DISP-FULL
005920                 "  SUBSET:" WS-DISP-SUBSET
005930         END-IF
005940     END-IF.
005950 2750-EXIT.
005960     EXIT.
005970
005980* The same word in every other edition on the dictionary -
005990* whether it is on file there, its usage, and its last
006000* publication in that edition.
006010 2800-SHOW-OTHER-EDITIONS.
006020     DISPLAY "OTHER EDITIONS:"
006030     MOVE 0 TO WS-LIST-COUNT
006040     PERFORM 2850-SHOW-ONE-EDITION THRU 2850-EXIT
006050         VARYING WS-ED-INDEX FROM 1 BY 1
006060         UNTIL WS-ED-INDEX > WS-ED-COUNT
006070     IF WS-LIST-COUNT = 0
006080         DISPLAY "  (NO OTHER EDITIONS ON THE DICTIONARY)"
006090     END-IF.
006100 2800-EXIT.
006110     EXIT.
006120
006130 2850-SHOW-ONE-EDITION.
006140     IF WS-ED-CODE(WS-ED-INDEX) NOT = WS-DOS-EDITION
006150         ADD 1 TO WS-LIST-COUNT
006160         MOVE WS-ED-CODE(WS-ED-INDEX) TO DICT-EDITION
006170         MOVE WS-DOS-WORD TO DICT-WORD
006180         READ ANAGRAM-DICT
006190             INVALID KEY CONTINUE
006200         END-READ
006210         IF WS-DICT-STATUS = "00"
006220             MOVE DICT-FULL-MATCHES TO WS-DISP-FULL
006230             MOVE DICT-SUBSET-MATCHES TO WS-DISP-SUBSET
006240             DISPLAY "  " WS-ED-CODE(WS-ED-INDEX)
006250                 "  ON FILE      FULL:" WS-DISP-FULL
006260                 "  SUBSET:" WS-DISP-SUBSET
006270         ELSE
006280             DISPLAY "  " WS-ED-CODE(WS-ED-INDEX)
006290                 "  NOT ON FILE"
006300         END-IF
006310         IF WS-HIST-AVAILABLE
006320             MOVE WS-ED-CODE(WS-ED-INDEX)
006330              TO WS-HIST-LOOKUP-EDITION
006340             MOVE WS-DOS-WORD TO WS-HIST-LOOKUP-WORD
006350             PERFORM 7100-LOOKUP-HISTORY THRU 7100-EXIT
006360             DISPLAY "      PUBLISHED: " WS-HIST-TEXT
006370         END-IF
006380     END-IF.
006390 2850-EXIT.
006400     EXIT.
006410
006420 3000-TERMINATE.
006430     CLOSE ANAGRAM-DICT
006440     IF WS-HIST-AVAILABLE
006450         CLOSE HIST-FILE
006460     END-IF
006470     IF WS-EXCL-AVAILABLE
006480         CLOSE EXCL-FILE
006490     END-IF
006500     IF WS-CLUE-AVAILABLE
006510         CLOSE CLUE-FILE
006520     END-IF
006530     IF WS-SKED-AVAILABLE
006540         CLOSE SKED-FILE
006550     END-IF.
006560 3000-EXIT.
006570     EXIT.
006580
006590* Read the latest publication of one word in one edition and
006600* word it for the screen: the date and how long ago it ran,
006610* or that it has never been published there.
006620 7100-LOOKUP-HISTORY.
006640     MOVE SPACES TO WS-HIST-TEXT
006650     MOVE WS-HIST-LOOKUP-EDITION TO HIST-EDITION
006660     MOVE WS-HIST-LOOKUP-WORD TO HIST-WORD
006670     READ HIST-FILE
006680         INVALID KEY CONTINUE
006690     END-READ
006700     IF WS-HIST-STATUS = "00"
006720         MOVE HIST-PUB-DATE TO WS-HIST-DATE
006730         IF WS-HIST-DATE > WS-TODAY
006740             STRING WS-HIST-DATE " (NOT YET RUN)"
006750                 DELIMITED BY SIZE INTO WS-HIST-TEXT
006760             END-STRING
006770         ELSE
006780             COMPUTE WS-DAYS-AGO =
006790                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
006800                 - FUNCTION INTEGER-OF-DATE(WS-HIST-DATE)
006810             MOVE WS-DAYS-AGO TO WS-DISP-DAYS
006820             STRING WS-HIST-DATE " (" WS-DISP-DAYS " DAYS AGO)"
006830                 DELIMITED BY SIZE INTO WS-HIST-TEXT
006840             END-STRING
006850         END-IF
006860     ELSE
006870         MOVE "NEVER PUBLISHED" TO WS-HIST-TEXT
006880     END-IF.
006890 7100-EXIT.
006900     EXIT.
006910
006920 7300-BUILD-LETTER-COUNTS.
006930     INITIALIZE WS-WORK-COUNTS-TABLE
006940     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
006950      UNTIL WS-LETTER-INDEX > 26
006960         INSPECT WS-WORK-WORD TALLYING
006970          WS-WORK-COUNTS(WS-LETTER-INDEX)
006980          FOR ALL WS-ALPHABET(WS-LETTER-INDEX:1)
006990     END-PERFORM.
007000 7300-EXIT.
007010     EXIT.
007020
007030* "02" is a good read under the duplicate signature key.  Any
007040* other bad status ends the loop - an I/O error raises neither
007050* AT END nor INVALID KEY and would otherwise spin.
007060 8100-READ-DICT-NEXT.
007070     READ ANAGRAM-DICT NEXT RECORD
007080         AT END SET WS-DICT-END-OF-FILE TO TRUE
007090     END-READ
007100     IF WS-DICT-STATUS NOT = "00" AND WS-DICT-STATUS NOT = "02"
007110         SET WS-DICT-END-OF-FILE TO TRUE
007120     END-IF.
007130 8100-EXIT.
007140     EXIT.
007150
007160 END PROGRAM ANAGDOSS.
