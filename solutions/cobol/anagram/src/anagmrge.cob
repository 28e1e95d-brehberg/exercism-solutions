000484*                  REPORTS.  WITHOUT THIS PASS A SPLIT NIGHT'S
000485*                  REJECTS NEVER REACHED THE FIX-AND-REQUEUE
000486*                  LOOP AND JUST VANISHED AGAIN.
000487* 10/15/2026  RJB  CARRY THE TWO-WORD PAIR TOTALS.  THE TOTAL
000488*                  WORD PAIRS FOOTER LINE IS PARSED AND SUMMED
000489*                  LIKE THE OTHER FOOTER TOTALS AND WRITTEN ON
000490*                  THE COMBINED FOOTER, AND THE PAIRS FIELD NOW
000491*                  ENDING THE ANAGAUD LINE (79 BYTES) IS SUMMED
000492*                  ONTO THE COMBINED AUDIT LINE.  THE INDENTED
000493*                  WORD PAIRS LINES COPY THROUGH AS THEY STAND.
000494* 10/15/2026  RJB  CARRY THE DIFFICULTY GRADE.  THE EXTRACT
000495*                  RECORDS ARE WIDENED TO 152 BYTES FOR THE
000496*                  EXT-GRADE BYTE AND THE REPORT LINES TO 20050
000497*                  FOR THE GRADE ON THE DETAIL LINE; THE GRADE
000498*                  COUNTS ON THE PER-EDITION LINES COPY THROUGH
000499*                  AS THEY STAND.
000500* 10/15/2026  RJB  ANAGEXT CONTROL RECORDS.  THE STREAMS' HEADER
000501*                  AND TRAILER RECORDS ARE NO LONGER COPIED.  THE
000502*                  COMBINED EXTRACT GETS ITS OWN HEADER (THIS
000503*                  RUN'S DATE AND RUN ID) AND ONE TRAILER PER
000504*                  EDITION COUNTED FROM THE RECORDS ACTUALLY
000505*                  COPIED.  EACH EDITION'S COUNTS ARE ALSO CHECKED
000506*                  AGAINST THE TRAILERS THE STREAMS CARRIED, AND
000507*                  A MISSING OR DISAGREEING TRAILER (A STREAM
000508*                  THAT NEVER FINISHED) ENDS WITH RETURN-CODE 8.
000509*--------------------------------------------------------------
000510
000511 ENVIRONMENT DIVISION.
000512 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT RPT-IN-1 ASSIGN TO ANAGRPT1
000540         ORGANIZATION IS LINE SEQUENTIAL
001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  RPT-IN-1.
001360 01  R1-RPT-LINE                PIC X(20050).
001370 FD  RPT-IN-2.
001380 01  R2-RPT-LINE                PIC X(20050).
001390 FD  RPT-IN-3.
001400 01  R3-RPT-LINE                PIC X(20050).
001410 FD  RPT-IN-4.
001420 01  R4-RPT-LINE                PIC X(20050).
001430
001440 FD  REJ-IN-1.
001450 01  R1-REJ-LINE                PIC X(99).
001529
001530 FD  EXT-IN-1
001540     RECORDING MODE IS F.
001550 01  R1-EXT-RECORD              PIC X(152).
001560 FD  EXT-IN-2
001570     RECORDING MODE IS F.
001580 01  R2-EXT-RECORD              PIC X(152).
001590 FD  EXT-IN-3
001600     RECORDING MODE IS F.
001610 01  R3-EXT-RECORD              PIC X(152).
001620 FD  EXT-IN-4
001630     RECORDING MODE IS F.
001640 01  R4-EXT-RECORD              PIC X(152).
001650
001660 FD  SUP-IN-1.
001670 01  R1-SUP-LINE                PIC X(99).
001749 01  R4-CEX-LINE                PIC X(99).
001751
001752 FD  AUD-IN-1.
001760 01  R1-AUD-LINE                PIC X(79).
001770 FD  AUD-IN-2.
001780 01  R2-AUD-LINE                PIC X(79).
001790 FD  AUD-IN-3.
001800 01  R3-AUD-LINE                PIC X(79).
001810 FD  AUD-IN-4.
001820 01  R4-AUD-LINE                PIC X(79).
001830
001840 FD  ANAGRAM-RPT.
001850 01  RPT-LINE                   PIC X(20050).
001860
001870 FD  ANAGRAM-REJ.
001880 01  REJ-LINE                   PIC X(99).
001890
001900 FD  ANAGRAM-EXT
001910     RECORDING MODE IS F.
001920 01  EXT-RECORD                 PIC X(152).
001930
001940 FD  SUPPRESS-RPT.
001950 01  SUP-LINE                   PIC X(99).
001960
001970 FD  ANAGRAM-AUDIT.
001980 01  AUDIT-LINE                 PIC X(79).
001982
001984 FD  CLUE-EXC.
001986 01  CEX-LINE                   PIC X(99).
002400 01  WS-SUP-LINES-COPIED        PIC 9(06) VALUE 0.
002410 01  WS-RPT-LINES-COPIED        PIC 9(06) VALUE 0.
002412 01  WS-CEX-LINES-COPIED        PIC 9(06) VALUE 0.
002416 01  WS-EXT-CONTROLS-DROPPED    PIC 9(06) VALUE 0.
002420
002430*--------------------------------------------------------------
002440* COMBINED FOOTER CONTROL TOTALS, SUMMED FROM EACH STREAM'S
002520 01  WS-TOT-REJECTS             PIC 9(06) VALUE 0.
002530 01  WS-TOT-SUPPRESSED          PIC 9(06) VALUE 0.
002540 01  WS-TOT-REPEATS             PIC 9(06) VALUE 0.
002545 01  WS-TOT-PAIRS               PIC 9(06) VALUE 0.
002550
002560*--------------------------------------------------------------
002570* AUDIT TOTALS - EACH STREAM'S LAST AUDIT LINE IS PARSED AND
002620 01  WS-AUD-MATCHES             PIC 9(06) VALUE 0.
002630 01  WS-AUD-SUBSET-MATCHES      PIC 9(06) VALUE 0.
002640 01  WS-AUD-REJECTS             PIC 9(06) VALUE 0.
002645 01  WS-AUD-PAIRS               PIC 9(06) VALUE 0.
002650 01  WS-STR-SUBJECTS            PIC 9(06).
002660 01  WS-STR-MATCHES             PIC 9(06).
002670 01  WS-STR-SUBSET-MATCHES      PIC 9(06).
002680 01  WS-STR-REJECTS             PIC 9(06).
002685 01  WS-STR-PAIRS               PIC 9(06).
002690
002700*--------------------------------------------------------------
002710* IMAGES OF THE ANAGBAT REPORT LINES THIS STEP HAS TO
002910     VALUE "MATCHES SUPPRESSED..........".
002920 01  WS-LBL-REPEATS             PIC X(28)
002930     VALUE "REPEATS SUPPRESSED..........".
002933 01  WS-LBL-PAIRS               PIC X(28)
002936     VALUE "TOTAL WORD PAIRS FOUND......".
002940
002950*--------------------------------------------------------------
002960* PARSING WORK AREAS - FOOTER VALUES ARE EDITED (ZZZ,ZZ9) AND
003030 01  WS-PARSE-CHAR              PIC X(01).
003040 01  WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
003050                                PIC 9(01).
003060 01  WS-RPT-WORK                PIC X(20050).
003065 01  WS-SUP-WORK                PIC X(99).
003067 01  WS-CEX-WORK                PIC X(99).
003070 01  WS-AUD-WORK                PIC X(79).
003080
003090*--------------------------------------------------------------
003100* COMBINED FOOTER AND AUDIT LINE WORK AREAS, IN ANAGBAT'S OWN
003280     05 FILLER                  PIC X(01) VALUE SPACES.
003290     05 AUD-SUBSET-MATCHES      PIC Z(05)9.
003300     05 FILLER                  PIC X(01) VALUE SPACES.
003301     05 AUD-REJECTS             PIC Z(05)9.
003302     05 FILLER                  PIC X(01) VALUE SPACES.
003303     05 AUD-PAIRS               PIC Z(05)9.
003304
003305*--------------------------------------------------------------
003306* ANAGEXT CONTROL RECORDS - ANAGBAT'S 152-BYTE LAYOUTS.  THE
003307* RECORD TYPE (H HEADER, T TRAILER) SITS IN THE MATCH-TYPE
003308* BYTE; ANYTHING ELSE THERE IS A MATCH RECORD.
003309*--------------------------------------------------------------
003310 01  WS-EXT-WORK.
003311     05 WX-EDITION              PIC X(02).
003312     05 WX-SUBJECT-WORD         PIC X(40).
003313     05 WX-MATCH-WORD           PIC X(40).
003314     05 WX-MATCH-TYPE           PIC X(01).
003315        88 WX-HEADER-RECORD     VALUE "H".
003316        88 WX-TRAILER-RECORD    VALUE "T".
003317     05 WX-RUN-DATE             PIC 9(08).
003318     05 WX-CLUE-TEXT            PIC X(60).
003319     05 WX-GRADE                PIC X(01).
003320 01  WS-EXT-TRAILER REDEFINES WS-EXT-WORK.
003321     05 WT-EDITION              PIC X(02).
003322     05 WT-RECORD-COUNT         PIC 9(08).
003323     05 WT-FULL-COUNT           PIC 9(08).
003324     05 WT-SUBSET-COUNT         PIC 9(08).
003325     05 WT-PAIR-COUNT           PIC 9(08).
003326     05 WT-HASH-TOTAL           PIC 9(12).
003327     05 FILLER                  PIC X(36).
003328     05 WT-RECORD-TYPE          PIC X(01).
003329     05 WT-RUN-DATE             PIC 9(08).
003330     05 FILLER                  PIC X(61).
003331 01  WS-EXT-HEADER REDEFINES WS-EXT-WORK.
003332     05 WH-EDITION              PIC X(02).
003333     05 WH-RUN-ID               PIC X(14).
003334     05 FILLER                  PIC X(66).
003335     05 WH-RECORD-TYPE          PIC X(01).
003336     05 WH-RUN-DATE             PIC 9(08).
003337     05 FILLER                  PIC X(61).
003338 01  WS-EXT-RUN-ID.
003339     05 WS-EXT-RUN-ID-DATE      PIC 9(08).
003340     05 WS-EXT-RUN-ID-TIME      PIC 9(06).
003341
003343*--------------------------------------------------------------
003344* PER-EDITION EXTRACT CONTROL TOTALS - COUNTED FROM THE MATCH
003345* RECORDS COPIED, AND SUMMED FROM THE STREAMS' OWN TRAILERS FOR
003346* THE CROSS-CHECK.  THE HASH TOTAL IS THE SUM OF EVERY MATCH
003347* WORD LETTER'S ALPHABET POSITION (A=1 ... Z=26), AS ANAGBAT
003348* COMPUTES IT.
003349*--------------------------------------------------------------
003350 77  WS-EXT-BALANCE-SWITCH      PIC X(01) VALUE "Y".
003351     88 WS-EXT-IN-BALANCE       VALUE "Y".
003352     88 WS-EXT-OUT-OF-BALANCE   VALUE "N".
003353 01  WS-XE-MAX                  PIC 9(02) VALUE 10.
003354 01  WS-XE-COUNT                PIC 9(02) VALUE 0.
003355 01  WS-XE-TABLE.
003356     05 WS-XE-ENTRY OCCURS 10 TIMES.
003357        10 WS-XE-CODE           PIC X(02).
003358        10 WS-XE-RECORDS        PIC 9(08).
003359        10 WS-XE-FULL           PIC 9(08).
003360        10 WS-XE-SUBSET         PIC 9(08).
003361        10 WS-XE-PAIRS          PIC 9(08).
003362        10 WS-XE-HASH           PIC 9(12).
003363        10 WS-XE-TRL-SEEN       PIC X(01).
003364        10 WS-XE-TRL-RECORDS    PIC 9(08).
003365        10 WS-XE-TRL-FULL       PIC 9(08).
003366        10 WS-XE-TRL-SUBSET     PIC 9(08).
003367        10 WS-XE-TRL-PAIRS      PIC 9(08).
003368        10 WS-XE-TRL-HASH       PIC 9(12).
003369 01  WS-XE-INDEX                PIC 9(02).
003370 01  WS-XE-SLOT                 PIC 9(02).
003371 01  WS-XE-LOOKUP               PIC X(02).
003372 01  WS-ALPHABET                PIC X(26) VALUE
003373     "abcdefghijklmnopqrstuvwxyz".
003374 01  WS-HASH-WORD               PIC X(40).
003375 01  WS-HASH-INDEX              PIC 9(02).
003376 01  WS-HASH-LETTER-COUNT       PIC 9(02).
003377
003378 PROCEDURE DIVISION.
003379
003380 0000-MAINLINE.
003381     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003382     PERFORM 2000-MERGE-REPORTS THRU 2000-EXIT
003383     PERFORM 3000-MERGE-REJECTS THRU 3000-EXIT
003385     PERFORM 3500-MERGE-RECYCLES THRU 3500-EXIT
003390     PERFORM 4000-MERGE-EXTRACTS THRU 4000-EXIT
003400     PERFORM 5000-MERGE-SUPPRESSIONS THRU 5000-EXIT
004410* One report line from one stream: footer total lines are
004420* parsed and summed, headings pass through once, blank lines
004430* are dropped (the combined report writes its own), and
004440* everything else - subject detail, subset, best play, word
004450* pairs and the indented per-edition lines - is copied as it
004455* stands.
004460 2200-CLASSIFY-RPT-LINE.
004470     MOVE WS-RPT-WORK(1:28) TO WS-LINE-PREFIX
004480     EVALUATE TRUE
004690         WHEN WS-LINE-PREFIX = WS-LBL-REPEATS
004700             PERFORM 2300-PARSE-FOOTER-VALUE THRU 2300-EXIT
004710             ADD WS-PARSE-VALUE TO WS-TOT-REPEATS
004712         WHEN WS-LINE-PREFIX = WS-LBL-PAIRS
004714             PERFORM 2300-PARSE-FOOTER-VALUE THRU 2300-EXIT
004716             ADD WS-PARSE-VALUE TO WS-TOT-PAIRS
004720         WHEN WS-LINE-PREFIX = WS-HEADING-1-IMAGE
004730             IF NOT WS-HEADINGS-ARE-DONE
004740                 MOVE WS-RPT-WORK TO RPT-LINE
005430     WRITE RPT-LINE
005440     MOVE "REPEATS SUPPRESSED.........." TO RT-LABEL
005450     MOVE WS-TOT-REPEATS TO RT-VALUE
005452     MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
005454     WRITE RPT-LINE
005456     MOVE "TOTAL WORD PAIRS FOUND......" TO RT-LABEL
005458     MOVE WS-TOT-PAIRS TO RT-VALUE
005460     MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
005470     WRITE RPT-LINE.
005480 2500-EXIT.
006329 3540-EXIT.
006330     EXIT.
006331
006332* The combined extract gets its own run header, the streams'
006333* match records in stream order, and one trailer per edition
006334* counted from what was copied.  The streams' own headers and
006335* trailers are dropped; their trailers are held to cross-check
006336* the copied counts against once every stream is in.
006337 4000-MERGE-EXTRACTS.
006338     ACCEPT WS-EXT-RUN-ID-DATE FROM DATE YYYYMMDD
006339     ACCEPT WS-RUN-TIME FROM TIME
006340     MOVE WS-RUN-TIME(1:6) TO WS-EXT-RUN-ID-TIME
006341     MOVE SPACES TO WS-EXT-HEADER
006342     MOVE WS-EXT-RUN-ID TO WH-RUN-ID
006343     MOVE "H" TO WH-RECORD-TYPE
006344     MOVE WS-EXT-RUN-ID-DATE TO WH-RUN-DATE
006345     WRITE EXT-RECORD FROM WS-EXT-HEADER
006346     DISPLAY "ANAGMRGE EXTRACT RUN ID:  " WS-EXT-RUN-ID
006347     OPEN INPUT EXT-IN-1
006348     IF WS-EXT1-STATUS = "00"
006349         MOVE "N" TO WS-IN-EOF-SWITCH
006350         PERFORM 4110-COPY-EXT-1 THRU 4110-EXIT
006351             UNTIL WS-IN-END-OF-FILE
006352         CLOSE EXT-IN-1
006353     END-IF
006354     OPEN INPUT EXT-IN-2
006360     IF WS-EXT2-STATUS = "00"
006370         MOVE "N" TO WS-IN-EOF-SWITCH
006380         PERFORM 4120-COPY-EXT-2 THRU 4120-EXIT
006520         PERFORM 4140-COPY-EXT-4 THRU 4140-EXIT
006530             UNTIL WS-IN-END-OF-FILE
006540         CLOSE EXT-IN-4
006550     END-IF
006553     PERFORM 4300-WRITE-EXT-TRAILERS THRU 4300-EXIT
006556     PERFORM 4400-CHECK-STREAM-TRAILERS THRU 4400-EXIT.
006560 4000-EXIT.
006570     EXIT.
006580
006610         AT END SET WS-IN-END-OF-FILE TO TRUE
006620     END-READ
006630     IF NOT WS-IN-END-OF-FILE
006640         MOVE R1-EXT-RECORD TO WS-EXT-WORK
006650         PERFORM 4200-TAKE-EXT-RECORD THRU 4200-EXIT
006660     END-IF.
006670 4110-EXIT.
006680     EXIT.
006720         AT END SET WS-IN-END-OF-FILE TO TRUE
006730     END-READ
006740     IF NOT WS-IN-END-OF-FILE
006750         MOVE R2-EXT-RECORD TO WS-EXT-WORK
006760         PERFORM 4200-TAKE-EXT-RECORD THRU 4200-EXIT
006770     END-IF.
006780 4120-EXIT.
006790     EXIT.
006830         AT END SET WS-IN-END-OF-FILE TO TRUE
006840     END-READ
006850     IF NOT WS-IN-END-OF-FILE
006851         MOVE R3-EXT-RECORD TO WS-EXT-WORK
006852         PERFORM 4200-TAKE-EXT-RECORD THRU 4200-EXIT
006853     END-IF.
006854 4130-EXIT.
006855     EXIT.
006856
006857 4140-COPY-EXT-4.
006858     READ EXT-IN-4
006859         AT END SET WS-IN-END-OF-FILE TO TRUE
006860     END-READ
006861     IF NOT WS-IN-END-OF-FILE
006862         MOVE R4-EXT-RECORD TO WS-EXT-WORK
006863         PERFORM 4200-TAKE-EXT-RECORD THRU 4200-EXIT
006864     END-IF.
006865 4140-EXIT.
006866     EXIT.
006867
006868* One record off a stream extract: a header is dropped, a
006869* trailer is held for the cross-check, and a match record is
006870* copied and counted toward its edition's trailer.
006871 4200-TAKE-EXT-RECORD.
006872     EVALUATE TRUE
006873         WHEN WX-HEADER-RECORD
006874             ADD 1 TO WS-EXT-CONTROLS-DROPPED
006875         WHEN WX-TRAILER-RECORD
006876             ADD 1 TO WS-EXT-CONTROLS-DROPPED
006877             MOVE WT-EDITION TO WS-XE-LOOKUP
006878             PERFORM 4250-FIND-EXT-EDITION THRU 4250-EXIT
006879             IF WS-XE-SLOT > 0
006880                 MOVE "Y" TO WS-XE-TRL-SEEN(WS-XE-SLOT)
006881                 ADD WT-RECORD-COUNT
006882                  TO WS-XE-TRL-RECORDS(WS-XE-SLOT)
006883                 ADD WT-FULL-COUNT TO WS-XE-TRL-FULL(WS-XE-SLOT)
006884                 ADD WT-SUBSET-COUNT
006885                  TO WS-XE-TRL-SUBSET(WS-XE-SLOT)
006886                 ADD WT-PAIR-COUNT
006887                  TO WS-XE-TRL-PAIRS(WS-XE-SLOT)
006888                 ADD WT-HASH-TOTAL TO WS-XE-TRL-HASH(WS-XE-SLOT)
006889             END-IF
006890         WHEN OTHER
006891             WRITE EXT-RECORD FROM WS-EXT-WORK
006892             ADD 1 TO WS-EXT-RECORDS-COPIED
006893             MOVE WX-EDITION TO WS-XE-LOOKUP
006894             PERFORM 4250-FIND-EXT-EDITION THRU 4250-EXIT
006895             IF WS-XE-SLOT > 0
006896                 PERFORM 4270-COUNT-EXT-RECORD THRU 4270-EXIT
006897             END-IF
006898     END-EVALUATE.
006899 4200-EXIT.
006900     EXIT.
006901
006902* Find WS-XE-LOOKUP's slot in the edition table, adding it the
006903* first time it is seen.  An eleventh edition cannot be
006904* balanced, so it puts the extract out of balance.
006905 4250-FIND-EXT-EDITION.
006907     MOVE 0 TO WS-XE-SLOT
006908     PERFORM VARYING WS-XE-INDEX FROM 1 BY 1
006909      UNTIL WS-XE-INDEX > WS-XE-COUNT
006910         OR WS-XE-SLOT > 0
006911         IF WS-XE-CODE(WS-XE-INDEX) = WS-XE-LOOKUP
006912             MOVE WS-XE-INDEX TO WS-XE-SLOT
006913         END-IF
006914     END-PERFORM
006915     IF WS-XE-SLOT = 0
006916         IF WS-XE-COUNT < WS-XE-MAX
006917             ADD 1 TO WS-XE-COUNT
006918             MOVE WS-XE-COUNT TO WS-XE-SLOT
006919             MOVE WS-XE-LOOKUP TO WS-XE-CODE(WS-XE-SLOT)
006920             MOVE 0 TO WS-XE-RECORDS(WS-XE-SLOT)
006921             MOVE 0 TO WS-XE-FULL(WS-XE-SLOT)
006922             MOVE 0 TO WS-XE-SUBSET(WS-XE-SLOT)
006923             MOVE 0 TO WS-XE-PAIRS(WS-XE-SLOT)
006924             MOVE 0 TO WS-XE-HASH(WS-XE-SLOT)
006925             MOVE "N" TO WS-XE-TRL-SEEN(WS-XE-SLOT)
006926             MOVE 0 TO WS-XE-TRL-RECORDS(WS-XE-SLOT)
006927             MOVE 0 TO WS-XE-TRL-FULL(WS-XE-SLOT)
006928             MOVE 0 TO WS-XE-TRL-SUBSET(WS-XE-SLOT)
006929             MOVE 0 TO WS-XE-TRL-PAIRS(WS-XE-SLOT)
006930             MOVE 0 TO WS-XE-TRL-HASH(WS-XE-SLOT)
006931         ELSE
006932             DISPLAY "ANAGMRGE: TOO MANY EXTRACT EDITIONS, "
006933                 "EDITION " WS-XE-LOOKUP " NOT BALANCED"
006934             SET WS-EXT-OUT-OF-BALANCE TO TRUE
006935         END-IF
006936     END-IF.
006937 4250-EXIT.
006938     EXIT.
006939
006940* Count one copied match record by type and into its
006941* edition's hash total.
006942 4270-COUNT-EXT-RECORD.
006943     ADD 1 TO WS-XE-RECORDS(WS-XE-SLOT)
006944     EVALUATE WX-MATCH-TYPE
006945         WHEN "F"
006946             ADD 1 TO WS-XE-FULL(WS-XE-SLOT)
006947         WHEN "S"
006948             ADD 1 TO WS-XE-SUBSET(WS-XE-SLOT)
006949         WHEN "P"
006950             ADD 1 TO WS-XE-PAIRS(WS-XE-SLOT)
006951     END-EVALUATE
006952     MOVE WX-MATCH-WORD TO WS-HASH-WORD
006953     INSPECT WS-HASH-WORD
006954      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006955              TO "abcdefghijklmnopqrstuvwxyz"
006956     PERFORM VARYING WS-HASH-INDEX FROM 1 BY 1
006957      UNTIL WS-HASH-INDEX > 26
006958         MOVE 0 TO WS-HASH-LETTER-COUNT
006959         INSPECT WS-HASH-WORD TALLYING WS-HASH-LETTER-COUNT
006960          FOR ALL WS-ALPHABET(WS-HASH-INDEX:1)
006961         COMPUTE WS-XE-HASH(WS-XE-SLOT) =
006962             WS-XE-HASH(WS-XE-SLOT)
006964             + WS-HASH-LETTER-COUNT * WS-HASH-INDEX
006965     END-PERFORM.
006966 4270-EXIT.
006967     EXIT.
006968
006969* Close the combined extract with one trailer per edition,
006970* from the records actually copied.
006971 4300-WRITE-EXT-TRAILERS.
006972     PERFORM VARYING WS-XE-INDEX FROM 1 BY 1
006973      UNTIL WS-XE-INDEX > WS-XE-COUNT
006974         MOVE SPACES TO WS-EXT-TRAILER
006975         MOVE WS-XE-CODE(WS-XE-INDEX) TO WT-EDITION
006976         MOVE WS-XE-RECORDS(WS-XE-INDEX) TO WT-RECORD-COUNT
006977         MOVE WS-XE-FULL(WS-XE-INDEX) TO WT-FULL-COUNT
006978         MOVE WS-XE-SUBSET(WS-XE-INDEX) TO WT-SUBSET-COUNT
006979         MOVE WS-XE-PAIRS(WS-XE-INDEX) TO WT-PAIR-COUNT
006980         MOVE WS-XE-HASH(WS-XE-INDEX) TO WT-HASH-TOTAL
006981         MOVE "T" TO WT-RECORD-TYPE
006982         MOVE WS-EXT-RUN-ID-DATE TO WT-RUN-DATE
006983         WRITE EXT-RECORD FROM WS-EXT-TRAILER
006984     END-PERFORM.
006985 4300-EXIT.
006986     EXIT.
006987
006988* Every edition copied must have come with a stream trailer
006989* that agrees with what was copied - a missing or short
006990* trailer means a stream's ANAGBAT never reached end of run.
006991 4400-CHECK-STREAM-TRAILERS.
006992     PERFORM VARYING WS-XE-INDEX FROM 1 BY 1
006993      UNTIL WS-XE-INDEX > WS-XE-COUNT
006994         IF WS-XE-TRL-SEEN(WS-XE-INDEX) NOT = "Y"
006995             DISPLAY "ANAGMRGE: NO STREAM TRAILER FOR EDITION "
006996                 WS-XE-CODE(WS-XE-INDEX)
006997             SET WS-EXT-OUT-OF-BALANCE TO TRUE
006998         ELSE
006999             IF WS-XE-TRL-RECORDS(WS-XE-INDEX)
007000                 NOT = WS-XE-RECORDS(WS-XE-INDEX)
007001              OR WS-XE-TRL-FULL(WS-XE-INDEX)
007002                 NOT = WS-XE-FULL(WS-XE-INDEX)
007003              OR WS-XE-TRL-SUBSET(WS-XE-INDEX)
007004                 NOT = WS-XE-SUBSET(WS-XE-INDEX)
007005              OR WS-XE-TRL-PAIRS(WS-XE-INDEX)
007006                 NOT = WS-XE-PAIRS(WS-XE-INDEX)
007007              OR WS-XE-TRL-HASH(WS-XE-INDEX)
007008                 NOT = WS-XE-HASH(WS-XE-INDEX)
007009                 DISPLAY "ANAGMRGE: STREAM TRAILER DISAGREES "
007010                     "FOR EDITION " WS-XE-CODE(WS-XE-INDEX)
007011                     ", TRAILER " WS-XE-TRL-RECORDS(WS-XE-INDEX)
007012                     " COPIED " WS-XE-RECORDS(WS-XE-INDEX)
007013                 SET WS-EXT-OUT-OF-BALANCE TO TRUE
007014             END-IF
007015         END-IF
007016     END-PERFORM.
007017 4400-EXIT.
007018     EXIT.
007020
007030* The suppression reports each lead with their own headings -
007040* copy the first stream's through and drop the later ones, so
008540     MOVE 0 TO WS-STR-SUBJECTS
008550     MOVE 0 TO WS-STR-MATCHES
008560     MOVE 0 TO WS-STR-SUBSET-MATCHES
008570     MOVE 0 TO WS-STR-REJECTS
008575     MOVE 0 TO WS-STR-PAIRS.
008580 6050-EXIT.
008590     EXIT.
008600
009240         MOVE SPACES TO WS-PARSE-FIELD(7:2)
009250         PERFORM 2400-PARSE-DIGITS THRU 2400-EXIT
009260         MOVE WS-PARSE-VALUE TO WS-STR-REJECTS
009262         MOVE WS-AUD-WORK(74:6) TO WS-PARSE-FIELD
009264         MOVE SPACES TO WS-PARSE-FIELD(7:2)
009266         PERFORM 2400-PARSE-DIGITS THRU 2400-EXIT
009268         MOVE WS-PARSE-VALUE TO WS-STR-PAIRS
009270     END-IF.
009280 6200-EXIT.
009290     EXIT.
009320     ADD WS-STR-SUBJECTS TO WS-AUD-SUBJECTS
009330     ADD WS-STR-MATCHES TO WS-AUD-MATCHES
009340     ADD WS-STR-SUBSET-MATCHES TO WS-AUD-SUBSET-MATCHES
009350     ADD WS-STR-REJECTS TO WS-AUD-REJECTS
009355     ADD WS-STR-PAIRS TO WS-AUD-PAIRS.
009360 6300-EXIT.
009370     EXIT.
009380
009460     MOVE WS-AUD-MATCHES TO AUD-MATCHES
009470     MOVE WS-AUD-SUBSET-MATCHES TO AUD-SUBSET-MATCHES
009480     MOVE WS-AUD-REJECTS TO AUD-REJECTS
009485     MOVE WS-AUD-PAIRS TO AUD-PAIRS
009490     MOVE WS-AUD-DETAIL TO AUDIT-LINE
009500     WRITE AUDIT-LINE.
009510 6500-EXIT.
009620     DISPLAY "ANAGMRGE REJECT LINES:    " WS-REJ-LINES-COPIED
009625     DISPLAY "ANAGMRGE RECYCLE RECORDS: " WS-RCY-RECORDS-COPIED
009630     DISPLAY "ANAGMRGE EXTRACT RECORDS: " WS-EXT-RECORDS-COPIED
009635     DISPLAY "ANAGMRGE EXTRACT CONTROLS:" WS-EXT-CONTROLS-DROPPED
009640     DISPLAY "ANAGMRGE SUPPRESS LINES:  " WS-SUP-LINES-COPIED
009645     DISPLAY "ANAGMRGE CLUE EXC LINES:  " WS-CEX-LINES-COPIED.
009650 7000-EXIT.
009670
009680* No streams at all means the parallel runs never happened -
009690* tell the scheduler to hold the stream rather than hand the
009700* publishing system five empty files.  An extract out of
009705* balance with its stream trailers is held the same way.
009710 9000-SET-RETURN-CODE.
009720     IF WS-STREAMS-MERGED = 0
009730         MOVE 8 TO RETURN-CODE
009740     ELSE
009742         IF WS-EXT-OUT-OF-BALANCE
009744             MOVE 8 TO RETURN-CODE
009746         ELSE
009750             MOVE 0 TO RETURN-CODE
009755         END-IF
009760     END-IF.
009770 9000-EXIT.
009780     EXIT.
