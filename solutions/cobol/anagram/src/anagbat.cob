002345*                  BEFORE PUBLICATION.  NO CLUE FILE ALLOCATED
002346*                  MEANS BLANK CLUES AND NO EXCEPTIONS -
002347*                  FLAGGING EVERY MATCH WOULD JUST BE NOISE.
002348* 10/15/2026  RJB  TWO-WORD PAIR MODE.  MATCH-MODE=P ON ANAGPARM
002349*                  RUNS THE FULL AND SUBSET PASSES AS MODE B
002350*                  DOES AND THEN SPLITS THE SUBJECT INTO PAIRS
002351*                  OF SINGLE DICTIONARY WORDS WHOSE LETTERS
002352*                  TOGETHER ARE EXACTLY THE SUBJECT'S ("DORMITORY"
002353*                  = "DIRTY" + "ROOM") WITHOUT ANYBODY KEYING THE
002354*                  PHRASE INTO THE DICTIONARY FIRST.  EACH SUBSET
002355*                  MATCH THE DICTIONARY SCAN KEEPS IS LOOKED UP
002356*                  BY THE LETTER-SIGNATURE KEY OF ITS LEFTOVER
002357*                  LETTERS IN THE SAME EDITION.  PAIRS PRINT ON
002358*                  THEIR OWN WORD PAIRS LINE UNDER EACH SUBJECT,
002359*                  GO OUT ON ANAGEXT AS MATCH TYPE P WITH BOTH
002360*                  WORDS IN THE MATCH-WORD FIELD, AND COUNT IN
002361*                  THE NEW TOTAL WORD PAIRS FOOTER TOTAL, THE
002362*                  PER-EDITION FOOTER LINES, THE CHECKPOINT, AND
002363*                  A NEW PAIRS FIELD ON THE END OF THE ANAGAUD
002364*                  LINE (WIDENED TO 79 BYTES) SO ANAGBAL CAN
002365*                  BALANCE THEM.  A WORD HELD BACK BY THE
002366*                  EXCLUSION LIST OR THE REPEAT WINDOW NEVER
002367*                  FORMS A PAIR.  BLANK-TILE SUBJECTS AND INLINE
002368*                  CANDIDATE LISTS ARE NOT PAIRED.
002369* 10/15/2026  RJB  EDITION SCAN MODE.  SCAN-MODE=EDITION ON
002370*                  ANAGPARM LOADS EACH RUN OF CONSECUTIVE
002371*                  ANAGRAM-IN RECORDS FOR ONE EDITION (UP TO 50)
002372*                  AND READS THAT EDITION'S DICTIONARY WORDS
002373*                  ONCE, TESTING EVERY BATCH AGAINST EVERY
002374*                  LOADED SUBJECT THAT NEEDS THE SCAN, INSTEAD
002375*                  OF ONE FRONT-TO-BACK PASS PER SUBJECT.  THE
002376*                  ENGINE'S RESULTS ARE HELD AND REPLAYED BATCH
002377*                  BY BATCH AS EACH SUBJECT IS THEN PROCESSED IN
002378*                  INPUT ORDER, SO THE REPORT, EXTRACT, REJECT,
002379*                  SUPPRESSION AND CLUE EXCEPTION LINES, USAGE
002380*                  REWRITES, PAIRS, AND CHECKPOINTS COME OUT AS
002381*                  THEY DO SCANNING BY SUBJECT.  A GROUP WHOSE
002382*                  RESULTS OVERFLOW THE HOLDING TABLE FALLS BACK
002383*                  TO A SCAN PER SUBJECT AND IS COUNTED ON THE
002384*                  JOB LOG.  SCAN-MODE=SUBJECT (THE DEFAULT)
002385*                  KEEPS THE OLD ONE-PASS-PER-SUBJECT BEHAVIOR.
002386* 10/15/2026  RJB  DIFFICULTY GRADING.  EVERY SUBJECT IS NOW
002387*                  GRADED EASY, MEDIUM OR HARD BEFORE ITS FIRST
002388*                  MATCH IS EXTRACTED.  THE SCORE IS THE
002389*                  SUBJECT'S LENGTH AND ITS EDITION'S TILE
002390*                  VALUES, LESS POINTS FOR EVERY OTHER WORD
002391*                  SHARING ITS LETTER SIGNATURE (MORE ANSWERS
002392*                  ARE EASIER TO FIND), PLUS POINTS WHEN NONE
002393*                  OF THOSE ANSWERS IS A COMMON WORD BY ITS
002394*                  DICT-FULL-MATCHES/DICT-SUBSET-MATCHES USAGE.
002395*                  THE GAMES DESK SETS THE WEIGHTS AND THE
002396*                  MEDIUM AND HARD THRESHOLDS WITH THE NEW
002397*                  GRADE-* CARDS ON ANAGPARM.  THE GRADE PRINTS
002398*                  AFTER THE SUBJECT ON THE DETAIL LINE (ANAGRPT
002399*                  WIDENED TO 20050 BYTES), GOES OUT AS THE NEW
002400*                  EXT-GRADE BYTE ON EVERY ANAGEXT RECORD FOR
002401*                  THE SUBJECT (WIDENED TO 152 BYTES), AND IS
002402*                  COUNTED BY EDITION ON THE PER-EDITION FOOTER
002403*                  LINES AND IN THE CHECKPOINT.
002404* 10/15/2026  RJB  ANAGEXT CONTROL RECORDS.  A FRESH EXTRACT NOW
002405*                  OPENS WITH A HEADER RECORD (TYPE H IN THE
002406*                  MATCH-TYPE BYTE) CARRYING THE RUN DATE AND A
002407*                  RUN ID OF THE START DATE AND TIME, AND CLOSES
002408*                  WITH ONE TRAILER RECORD (TYPE T) PER EDITION
002409*                  CARRYING ITS RECORD COUNT, ITS COUNT BY MATCH
002410*                  TYPE, AND A HASH TOTAL OF ITS MATCH WORDS'
002411*                  LETTER POSITIONS.  ANAGDLVR CHECKS THE
002412*                  PUBLISHER'S RECEIPT AGAINST THE TRAILERS.  A
002413*                  RESTART APPENDS TO THE EXTRACT WITHOUT A NEW
002414*                  HEADER, AND THE TRAILER COUNTS RIDE THE
002415*                  CHECKPOINT WITH THE OTHER EDITION TOTALS.
002416* 10/15/2026  RJB  EDITION SCAN MODE NOW KEEPS THE LOOK-AHEAD
002417*                  RECORD ACROSS A GROUP'S REPLAY.  THE REPLAY
002418*                  OVERWROTE IT, SO EACH LATER GROUP LOST ITS
002419*                  FIRST SUBJECT AND REPEATED THE LAST ONE OF THE
002420*                  GROUP BEFORE.
002421* 10/15/2026  RJB  EXTRACT TRAILERS CARRY THE RUN-ID DATE, AS
002422*                  THE HEADER DOES.  THE DIFFICULTY SCORE IS
002423*                  WIDER; A SCORE THAT STILL OVERFLOWS GRADES
002424*                  THE SUBJECT HARD WITH A WARNING.
002425*--------------------------------------------------------------
002426
002428 ENVIRONMENT DIVISION.
002429 INPUT-OUTPUT SECTION.
002430 FILE-CONTROL.
002431     SELECT ANAGRAM-IN ASSIGN TO ANAGIN
002432         ORGANIZATION IS SEQUENTIAL.
002433
002435     SELECT ANAGRAM-DICT ASSIGN TO ANAGDICT
002436         ORGANIZATION IS INDEXED
002437         ACCESS MODE IS DYNAMIC
002438         RECORD KEY IS DICT-PRIME-KEY
002439         ALTERNATE RECORD KEY IS DICT-SIG-KEY
002440             WITH DUPLICATES
002441         FILE STATUS IS WS-DICT-STATUS.
002443
002444     SELECT ANAGRAM-RPT ASSIGN TO ANAGRPT
002445         ORGANIZATION IS LINE SEQUENTIAL.
002446
002447     SELECT ANAGRAM-CKPT ASSIGN TO ANAGCKPT
002448         ORGANIZATION IS SEQUENTIAL
002450         FILE STATUS IS WS-CKPT-STATUS.
002460
002470     SELECT ANAGRAM-REJ ASSIGN TO ANAGREJ
002960     05 DICT-LAST-MATCH-DATE    PIC 9(08).
002970
002980 FD  ANAGRAM-RPT.
002990 01  RPT-LINE                   PIC X(20050).
003000
003010 FD  ANAGRAM-CKPT.
003020 01  CKPT-RECORD.
003080     05 CKPT-REJECT-COUNT       PIC 9(06).
003090     05 CKPT-MATCHES-SUPPRESSED PIC 9(06).
003092     05 CKPT-REPEATS-SUPPRESSED PIC 9(06).
003096     05 CKPT-TOTAL-PAIRS        PIC 9(06).
003100     05 CKPT-EDITION-COUNT      PIC 9(02).
003110     05 CKPT-EDITION-TABLE.
003120        10 CKPT-EDITION-ENTRY OCCURS 10 TIMES.
003140           15 CKPT-ED-SUBJECTS  PIC 9(06).
003150           15 CKPT-ED-MATCHES   PIC 9(06).
003160           15 CKPT-ED-SUBSET    PIC 9(06).
003161           15 CKPT-ED-PAIRS     PIC 9(06).
003162           15 CKPT-ED-EASY      PIC 9(06).
003163           15 CKPT-ED-MEDIUM    PIC 9(06).
003164           15 CKPT-ED-HARD      PIC 9(06).
003165           15 CKPT-ED-EXT-RECORDS PIC 9(08).
003166           15 CKPT-ED-EXT-FULL  PIC 9(08).
003167           15 CKPT-ED-EXT-SUBSET PIC 9(08).
003168           15 CKPT-ED-EXT-PAIRS PIC 9(08).
003169           15 CKPT-ED-EXT-HASH  PIC 9(12).
003170
003180 FD  ANAGRAM-REJ.
003190 01  REJ-LINE                   PIC X(99).
003200
003210 FD  ANAGRAM-AUDIT.
003220 01  AUDIT-LINE                 PIC X(79).
003230
003240 FD  TILE-VALUES.
003250 01  TILE-CARD.
003380     05 EXT-MATCH-TYPE          PIC X(01).
003390     05 EXT-RUN-DATE            PIC 9(08).
003392     05 EXT-CLUE-TEXT           PIC X(60).
003396     05 EXT-GRADE               PIC X(01).
003397*--------------------------------------------------------------
003398* CONTROL RECORDS SHARE THE 152-BYTE IMAGE.  THE RECORD TYPE
003399* (H OR T) SITS IN THE MATCH-TYPE BYTE AND THE RUN DATE IN THE
003400* RUN-DATE FIELD, SO NO CONTROL RECORD CAN BE TAKEN FOR A MATCH.
003401* THE HASH TOTAL IS THE SUM OF EVERY LETTER'S ALPHABET POSITION
003402* (A=1 ... Z=26) OVER THE EDITION'S MATCH WORDS.
003403*--------------------------------------------------------------
003404 01  EXT-HEADER-RECORD.
003405     05 EXH-EDITION             PIC X(02).
003406     05 EXH-RUN-ID              PIC X(14).
003407     05 FILLER                  PIC X(66).
003408     05 EXH-RECORD-TYPE         PIC X(01).
003409     05 EXH-RUN-DATE            PIC 9(08).
003410     05 FILLER                  PIC X(61).
003411 01  EXT-TRAILER-RECORD.
003412     05 EXT-TRL-EDITION         PIC X(02).
003413     05 EXT-TRL-RECORD-COUNT    PIC 9(08).
003414     05 EXT-TRL-FULL-COUNT      PIC 9(08).
003415     05 EXT-TRL-SUBSET-COUNT    PIC 9(08).
003416     05 EXT-TRL-PAIR-COUNT      PIC 9(08).
003417     05 EXT-TRL-HASH-TOTAL      PIC 9(12).
003418     05 FILLER                  PIC X(36).
003419     05 EXT-TRL-RECORD-TYPE     PIC X(01).
003420     05 EXT-TRL-RUN-DATE        PIC 9(08).
003421     05 FILLER                  PIC X(61).
003422
003423 FD  PARM-FILE.
003424 01  PARM-CARD                  PIC X(80).
003430
003440 FD  EXCL-FILE.
003450 01  EXCL-RECORD.
003850*--------------------------------------------------------------
003860* RUN CONTROL.  THE ANAGPARM CARD FILE (KEYWORD=VALUE, ONE PER
003870* CARD, * IN COLUMN 1 FOR A COMMENT) CAN OVERRIDE MATCH-MODE,
003880* CHECKPOINT-INTERVAL, BATCH-SIZE, REJECT-LIMIT, REPEAT-DAYS,
003885* AND SCAN-MODE (SUBJECT OR EDITION) PER RUN -
003890* A MISSING PARM FILE JUST LEAVES THE DEFAULTS.  THE RUN ENDS
003900* WITH RETURN-CODE 0 WHEN CLEAN, 4 WHEN ANYTHING WAS REJECTED,
003910* AND 8 ON A BAD PARM CARD, A FILE ERROR (BAD ANAGRAM-DICT
004333 01  WS-FILTERED-LIST           PIC X(4000).
004334 01  WS-FILTERED-COUNT          PIC 9(03).
004335 01  WS-FILTER-PTR              PIC 9(05).
004336*--------------------------------------------------------------
004337* DIFFICULTY GRADING.  EACH SUBJECT'S SCORE IS
004338*   LETTERS (BLANK TILES INCLUDED) X GRADE-LENGTH-POINTS
004339*   + TILE VALUE OF ITS LETTERS X GRADE-TILE-POINTS
004340*   - OTHER WORDS ON ITS SIGNATURE X GRADE-ANAGRAM-POINTS
004341*   + GRADE-OBSCURE-POINTS WHEN THERE ARE SUCH WORDS BUT
004342*     NONE HAS BEEN MATCHED GRADE-COMMON-USAGE TIMES
004343* AND GRADES HARD FROM GRADE-HARD-FROM, MEDIUM FROM
004344* GRADE-MEDIUM-FROM, EASY BELOW.  ALL SEVEN ARE ANAGPARM
004345* CARDS.  A BLANK-TILE SUBJECT HAS NO SIGNATURE GROUP, SO IT
004346* IS GRADED ON LENGTH AND TILE VALUE ALONE.
004347*--------------------------------------------------------------
004348 77  WS-GRADE-EOF-SWITCH        PIC X(01) VALUE "N".
004349     88 WS-GRADE-GROUP-DONE     VALUE "Y".
004350 01  WS-GRADE-LENGTH-POINTS     PIC 9(03) VALUE 2.
004351 01  WS-GRADE-TILE-POINTS       PIC 9(03) VALUE 1.
004352 01  WS-GRADE-ANAGRAM-POINTS    PIC 9(03) VALUE 5.
004353 01  WS-GRADE-COMMON-USAGE      PIC 9(06) VALUE 10.
004354 01  WS-GRADE-OBSCURE-POINTS    PIC 9(03) VALUE 15.
004355 01  WS-GRADE-MEDIUM-FROM       PIC 9(04) VALUE 25.
004356 01  WS-GRADE-HARD-FROM         PIC 9(04) VALUE 45.
004357 01  WS-SUBJECT-GRADE           PIC X(01).
004358     88 WS-GRADE-IS-EASY        VALUE "E".
004359     88 WS-GRADE-IS-MEDIUM      VALUE "M".
004360     88 WS-GRADE-IS-HARD        VALUE "H".
004361 01  WS-GRADE-SCORE             PIC S9(07).
004362 01  WS-GRADE-RANGE-SWITCH      PIC X(01).
004364     88 WS-GRADE-OUT-OF-RANGE   VALUE "Y".
004365 01  WS-GRADE-LETTERS           PIC 9(03).
004367 01  WS-GRADE-TILE-TOTAL        PIC 9(05).
004368 01  WS-GRADE-ANAGRAMS          PIC 9(05).
004370 01  WS-GRADE-COMMON-WORDS      PIC 9(05).
004371 01  WS-GRADE-USAGE             PIC 9(07).
004372
004374*--------------------------------------------------------------
004375* SUBJECT WORD BEING COMPARED, AND ITS CANDIDATE LIST FOR THE
004377* CURRENT RECORD GROUP
004378*--------------------------------------------------------------
004380 01  WS-SUBJECT-EDITION         PIC X(02).
004390 01  WS-SUBJECT                 PIC X(40).
004392*--------------------------------------------------------------
004500        10 WS-ED-SUBJECTS       PIC 9(06).
004510        10 WS-ED-MATCHES        PIC 9(06).
004520        10 WS-ED-SUBSET         PIC 9(06).
004521        10 WS-ED-PAIRS          PIC 9(06).
004522        10 WS-ED-EASY           PIC 9(06).
004523        10 WS-ED-MEDIUM         PIC 9(06).
004524        10 WS-ED-HARD           PIC 9(06).
004525        10 WS-ED-EXT-RECORDS    PIC 9(08).
004526        10 WS-ED-EXT-FULL       PIC 9(08).
004527        10 WS-ED-EXT-SUBSET     PIC 9(08).
004528        10 WS-ED-EXT-PAIRS      PIC 9(08).
004529        10 WS-ED-EXT-HASH       PIC 9(12).
004530 01  WS-EDITION-INDEX           PIC 9(02).
004540 01  WS-EDITION-SLOT            PIC 9(02).
004550 01  WS-CANDIDATES-COUNT        PIC 9(03).
004680*--------------------------------------------------------------
004690 01  WS-DICT-BATCH-MAX          PIC 9(03) VALUE 97.
004700 01  WS-DICT-BATCH-INDEX        PIC 9(03).
004701*--------------------------------------------------------------
004702* EDITION SCAN MODE (SCAN-MODE=EDITION).  A RUN OF CONSECUTIVE
004703* ANAGRAM-IN RECORDS FOR ONE EDITION IS LOADED INTO
004704* WS-GROUP-TABLE - A LONGER RUN JUST MAKES SEVERAL GROUPS - AND
004705* THE EDITION'S DICTIONARY WORDS ARE READ ONCE FOR THE GROUP.
004706* EACH CLEAN BATCH GOES THROUGH THE ENGINE ONCE PER LOADED
004707* SUBJECT THAT NEEDS THE SCAN (WS-GRP-SCAN-MODE NOT SPACE), AND
004708* EVERY WORD THE ENGINE RETURNS IS HELD IN WS-GROUP-HIT-TABLE
004709* WITH ITS BATCH NUMBER, SUBJECT SLOT AND LIST (F OR S).  A
004710* DICTIONARY WORD THE BATCH FILTER REJECTS IS HELD ONCE AS
004711* TYPE R UNDER SLOT 0, SINCE EVERY SUBJECT SCANNING THE BATCH
004712* WOULD HAVE REJECTED IT.  THE SUBJECTS ARE THEN PROCESSED IN
004713* INPUT ORDER, EACH ONE'S HELD HITS REBUILT INTO THE ENGINE'S
004714* LISTS BATCH BY BATCH IN PLACE OF ITS OWN SCAN.  WHEN THE
004715* HITS OVERFLOW THE TABLE THE GROUP FALLS BACK TO A SCAN PER
004716* SUBJECT, SO NOTHING IS EVER LOST.
004717*--------------------------------------------------------------
004718 77  WS-SCAN-MODE-SWITCH        PIC X(01) VALUE "S".
004719     88 WS-SCAN-BY-SUBJECT      VALUE "S".
004720     88 WS-SCAN-BY-EDITION      VALUE "E".
004721 77  WS-GROUP-REPLAY-SWITCH     PIC X(01) VALUE "N".
004722     88 WS-GROUP-REPLAYING      VALUE "Y".
004723 77  WS-GROUP-LOADED-SWITCH     PIC X(01) VALUE "N".
004724     88 WS-GROUP-IS-LOADED      VALUE "Y".
004725 77  WS-GROUP-OVERFLOW-SWITCH   PIC X(01) VALUE "N".
004726     88 WS-GROUP-HITS-OVERFLOWED VALUE "Y".
004727 77  WS-GROUP-EOB-SWITCH        PIC X(01) VALUE "N".
004728     88 WS-GROUP-END-OF-BATCH   VALUE "Y".
004729 01  WS-GROUP-MAX               PIC 9(03) VALUE 50.
004730 01  WS-GROUP-COUNT             PIC 9(03) VALUE 0.
004731 01  WS-GROUP-SCAN-COUNT        PIC 9(03) VALUE 0.
004732 01  WS-GROUP-INDEX             PIC 9(03).
004733 01  WS-GROUP-SLOT              PIC 9(03).
004734 01  WS-GROUP-EDITION           PIC X(02).
004735 01  WS-GROUP-NEXT-RECORD-NUM   PIC 9(08).
004736 01  WS-GROUP-NEXT-CAND-COUNT   PIC 9(02).
004737 01  WS-GROUP-NEXT-RECORD       PIC X(844).
004738 01  WS-GROUP-TABLE.
004739     05 WS-GROUP-ENTRY OCCURS 50 TIMES.
004740        10 WS-GRP-RECORD-NUM    PIC 9(08).
004741        10 WS-GRP-SCAN-MODE     PIC X(01).
004742        10 WS-GRP-EDITION       PIC X(02).
004743        10 WS-GRP-SUBJECT       PIC X(40).
004744        10 WS-GRP-CAND-COUNT    PIC 9(02).
004745        10 WS-GRP-CAND-TABLE    PIC X(800).
004746 01  WS-GROUP-HIT-MAX           PIC 9(05) VALUE 20000.
004747 01  WS-GROUP-HIT-COUNT         PIC 9(05) VALUE 0.
004748 01  WS-GROUP-HIT-INDEX         PIC 9(05).
004749 01  WS-GROUP-HIT-TABLE.
004750     05 WS-GROUP-HIT OCCURS 20000 TIMES.
004751        10 WS-GH-BATCH          PIC 9(05).
004752        10 WS-GH-SLOT           PIC 9(03).
004753        10 WS-GH-TYPE           PIC X(01).
004754        10 WS-GH-WORD           PIC X(40).
004755 01  WS-GROUP-BATCH-NUM         PIC 9(05).
004756 01  WS-GROUP-HIT-TYPE          PIC X(01).
004757 01  WS-GROUP-WORD-LEN          PIC 9(02).
004758 01  WS-REPLAY-FULL-PTR         PIC 9(04).
004759 01  WS-REPLAY-SUBSET-PTR       PIC 9(04).
004760 01  WS-GROUPS-SCANNED          PIC 9(06) VALUE 0.
004761 01  WS-GROUPS-FELL-BACK        PIC 9(06) VALUE 0.
004762
004763*--------------------------------------------------------------
004764* RESULT LIST TO STORE MATCHING ANAGRAMS FOR ONE SUBJECT
004765*--------------------------------------------------------------
004766 01  WS-RESULT-LIST             PIC X(20000).
004767 01  WS-RESULT-INDEX            PIC 99 VALUE 1.
004770 01  WS-MATCH-COUNT             PIC 9(05) VALUE 0.
004780*--------------------------------------------------------------
004790* SUBSET/PARTIAL-MATCH RESULT LIST - WORDS THAT CAN BE MADE
006090 01  WS-SUBJECTS-ZERO-MATCHES   PIC 9(06) VALUE 0.
006100 01  WS-TOTAL-MATCHES           PIC 9(06) VALUE 0.
006110 01  WS-TOTAL-SUBSET-MATCHES    PIC 9(06) VALUE 0.
006115 01  WS-TOTAL-PAIRS             PIC 9(06) VALUE 0.
006120
006130*--------------------------------------------------------------
006140* INDEX FOR ITERATING THROUGH CANDIDATES, AND A COUNT OF HOW
006380     88 WS-MODE-FULL            VALUE "F".
006390     88 WS-MODE-SUBSET          VALUE "S".
006400     88 WS-MODE-BOTH            VALUE "B".
006401*--------------------------------------------------------------
006402* TWO-WORD PAIR MODE.  MATCH-MODE=P RUNS AS MODE B AND TURNS
006403* THIS SWITCH ON.  EACH SUBSET MATCH A DICTIONARY SCAN BATCH
006404* KEEPS IS HELD AS A PAIR SEED (A BATCH YIELDS AT MOST 97) AND,
006405* AFTER THE BATCH, LOOKED UP BY THE SIGNATURE KEY OF THE
006406* SUBJECT LETTERS IT LEAVES OVER - EVERY SINGLE WORD ON THAT
006407* SIGNATURE COMPLETES A PAIR.  A PAIR IS TAKEN ONLY WITH ITS
006408* WORDS IN ALPHABETIC ORDER, SO "ROOM DIRTY" IS NOT FOUND AGAIN
006409* WHEN ROOM'S OWN SEED COMES UP.
006410*--------------------------------------------------------------
006411 77  WS-PAIR-MODE-SWITCH        PIC X(01) VALUE "N".
006412     88 WS-PAIRS-WANTED         VALUE "Y".
006413 77  WS-PAIR-EOG-SWITCH         PIC X(01) VALUE "N".
006414     88 WS-PAIR-END-OF-GROUP    VALUE "Y".
006415 77  WS-PAIR-SHORT-SWITCH       PIC X(01) VALUE "N".
006416     88 WS-PAIR-SEED-TOO-LONG   VALUE "Y".
006417 77  WS-PAIR-LIST-FULL-SWITCH   PIC X(01) VALUE "N".
006418     88 WS-PAIR-LIST-IS-FULL    VALUE "Y".
006419 01  WS-PAIR-SEED-MAX           PIC 9(03) VALUE 97.
006420 01  WS-PAIR-SEED-COUNT         PIC 9(03) VALUE 0.
006421 01  WS-PAIR-SEED-TABLE.
006422     05 WS-PAIR-SEED OCCURS 97 TIMES PIC X(40).
006423 01  WS-PAIR-SEED-INDEX         PIC 9(03).
006424 01  WS-PAIR-FIRST-WORD         PIC X(40).
006425 01  WS-PAIR-SIGNATURE          PIC X(52).
006426 01  WS-PAIR-LEFT-COUNT         PIC S9(05).
006427 01  WS-PAIR-LEFT-TOTAL         PIC 9(05).
006428 01  WS-PAIR-TEXT               PIC X(40).
006429 01  WS-PAIR-COUNT              PIC 9(05) VALUE 0.
006430 01  WS-PAIR-RESULT-LIST        PIC X(20000).
006431*--------------------------------------------------------------
006432* THE MODE ACTUALLY PASSED ON EACH CALL - THE INLINE-CANDIDATE
006433* PATH PASSES WS-MATCH-MODE THROUGH, BUT THE DICTIONARY SCAN
006440* PASSES "S" BECAUSE ITS FULL-ANAGRAM MATCHES NOW COME FROM THE
006450* LETTER-SIGNATURE KEYED READ IN 2400-MATCH-BY-SIGNATURE, NOT
006460* FROM THE SCAN.
006900 01  WS-RPT-DETAIL.
006910     05 RD-SUBJECT              PIC X(40).
006920     05 FILLER                  PIC X(02) VALUE SPACES.
006923     05 RD-GRADE                PIC X(06).
006926     05 FILLER                  PIC X(02) VALUE SPACES.
006930     05 RD-RESULT-LIST          PIC X(20000).
006940 01  WS-RPT-SUBSET-DETAIL.
006950     05 RS-LABEL                PIC X(18)
007020     05 FILLER                  PIC X(01) VALUE SPACES.
007030     05 BP-SCORE                PIC ZZZ9.
007040     05 FILLER                  PIC X(07) VALUE " POINTS".
007042 01  WS-RPT-PAIR-DETAIL.
007044     05 RW-LABEL                PIC X(18)
007046                                 VALUE "  WORD PAIRS:".
007048     05 RW-RESULT-LIST          PIC X(20000).
007050*--------------------------------------------------------------
007060* EDITORIAL SUPPRESSION REPORT LINES - ONE DETAIL LINE PER
007070* MATCH HELD BACK BY THE EXCLUSION LIST, SO THE DESK CAN AUDIT
007400     05 FILLER                  PIC X(02) VALUE SPACES.
007410     05 FILLER                  PIC X(07) VALUE "SUBSET:".
007420     05 RE-SUBSET               PIC ZZZ,ZZ9.
007422     05 FILLER                  PIC X(02) VALUE SPACES.
007424     05 FILLER                  PIC X(06) VALUE "PAIRS:".
007426     05 RE-PAIRS                PIC ZZZ,ZZ9.
007427     05 FILLER                  PIC X(02) VALUE SPACES.
007428     05 FILLER                  PIC X(05) VALUE "EASY:".
007429     05 RE-EASY                 PIC ZZZ,ZZ9.
007430     05 FILLER                  PIC X(02) VALUE SPACES.
007431     05 FILLER                  PIC X(07) VALUE "MEDIUM:".
007432     05 RE-MEDIUM               PIC ZZZ,ZZ9.
007433     05 FILLER                  PIC X(02) VALUE SPACES.
007434     05 FILLER                  PIC X(05) VALUE "HARD:".
007435     05 RE-HARD                 PIC ZZZ,ZZ9.
007436
007440*--------------------------------------------------------------
007450* VALIDATION OF SUBJECT AND CANDIDATE WORDS, AND THE REJECT
007460* REPORT LINE WORK AREA.  A WORD FAILS VALIDATION WHEN IT IS
007790*--------------------------------------------------------------
007800 01  WS-EXT-WORD                PIC X(40).
007810 01  WS-EXT-TYPE                PIC X(01).
007811*--------------------------------------------------------------
007812* ANAGEXT HEADER AND TRAILER WORK AREAS.  THE RUN ID IS THE
007813* START DATE AND TIME (YYYYMMDDHHMMSS).  THE SUBJECT'S SHARE OF
007814* ITS EDITION'S TRAILER COUNTS IS HELD HERE UNTIL
007815* ADD-EDITION-TOTALS ROLLS IT IN WITH THE FOOTER TOTALS.
007816*--------------------------------------------------------------
007817 01  WS-EXT-RUN-ID.
007818     05 WS-EXT-RUN-ID-DATE      PIC 9(08).
007819     05 WS-EXT-RUN-ID-TIME      PIC 9(06).
007820 01  WS-SUBJ-EXT-RECORDS        PIC 9(08).
007821 01  WS-SUBJ-EXT-FULL           PIC 9(08).
007822 01  WS-SUBJ-EXT-SUBSET         PIC 9(08).
007823 01  WS-SUBJ-EXT-PAIRS          PIC 9(08).
007824 01  WS-SUBJ-EXT-HASH           PIC 9(12).
007825 01  WS-HASH-WORD               PIC X(40).
007826 01  WS-HASH-INDEX              PIC 9(02).
007827 01  WS-HASH-LETTER-COUNT       PIC 9(02).
007828 01  WS-AUD-DETAIL.
007830     05 AUD-RUN-DATE            PIC 9(08).
007840     05 FILLER                  PIC X(01) VALUE SPACES.
007850     05 AUD-RUN-TIME            PIC 9(08).
007930     05 AUD-SUBSET-MATCHES      PIC Z(05)9.
007940     05 FILLER                  PIC X(01) VALUE SPACES.
007950     05 AUD-REJECTS             PIC Z(05)9.
007953     05 FILLER                  PIC X(01) VALUE SPACES.
007956     05 AUD-PAIRS               PIC Z(05)9.
007960
007970 PROCEDURE DIVISION.
007980
007990 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008010     IF NOT WS-FATAL-ERROR
008020         IF WS-SCAN-BY-EDITION
008022             PERFORM 2100-PROCESS-EDITION-GROUP THRU 2100-EXIT
008024                 UNTIL WS-END-OF-FILE
008026         ELSE
008028             PERFORM 2000-PROCESS-SUBJECT THRU 2000-EXIT
008030                 UNTIL WS-END-OF-FILE
008035         END-IF
008040         PERFORM 3000-TERMINATE THRU 3000-EXIT
008050     END-IF
008060     PERFORM 9000-SET-RETURN-CODE THRU 9000-EXIT
008400             OPEN OUTPUT ANAGRAM-RPT
008410             OPEN OUTPUT ANAGRAM-REJ
008420             OPEN OUTPUT ANAGRAM-EXT
008425             PERFORM WRITE-EXTRACT-HEADER
008430             OPEN OUTPUT SUPPRESS-RPT
008435             OPEN OUTPUT RECYCLE-OUT
008436             OPEN OUTPUT CLUE-EXC
008840              TO WS-MATCHES-SUPPRESSED
008842             MOVE CKPT-REPEATS-SUPPRESSED
008844              TO WS-REPEATS-SUPPRESSED
008847             MOVE CKPT-TOTAL-PAIRS TO WS-TOTAL-PAIRS
008850             MOVE CKPT-EDITION-COUNT TO WS-EDITION-COUNT
008860             PERFORM VARYING WS-EDITION-INDEX FROM 1 BY 1
008870              UNTIL WS-EDITION-INDEX > WS-EDITION-COUNT
010300         PERFORM 1350-APPLY-PARM-CARD THRU 1350-EXIT
010310             UNTIL WS-PARM-END-OF-FILE OR WS-FATAL-ERROR
010320         CLOSE PARM-FILE
010321     END-IF
010322*    The grade bands only make sense in order - a MEDIUM-FROM at
010323*    or above HARD-FROM would leave no medium band at all
010324     IF NOT WS-FATAL-ERROR
010325      AND WS-GRADE-MEDIUM-FROM NOT < WS-GRADE-HARD-FROM
010326         DISPLAY "ANAGBAT: GRADE-MEDIUM-FROM MUST BE BELOW "
010327             "GRADE-HARD-FROM"
010328         SET WS-FATAL-ERROR TO TRUE
010330     END-IF.
010339
010340 1300-EXIT.
010350     EXIT.
010360 
010470             WHEN "MATCH-MODE"
010480                 IF WS-PARM-VALUE(1:1) = "F" OR "S" OR "B"
010490                     MOVE WS-PARM-VALUE(1:1) TO WS-MATCH-MODE
010495                     MOVE "N" TO WS-PAIR-MODE-SWITCH
010500                 ELSE
010501*                    P is mode B plus the two-word pairs, which
010502*                    are built from the subset scan's matches -
010503*                    the engine itself only ever sees "B"
010504                     IF WS-PARM-VALUE(1:1) = "P"
010505                         MOVE "B" TO WS-MATCH-MODE
010506                         MOVE "Y" TO WS-PAIR-MODE-SWITCH
010507                     ELSE
010510                         PERFORM 1370-BAD-PARM-CARD
010513                             THRU 1370-EXIT
010516                     END-IF
010520                 END-IF
010530             WHEN "CHECKPOINT-INTERVAL"
010540                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010730                 ELSE
010740                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010750                 END-IF
010751             WHEN "REJECT-LIMIT"
010752                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010753                 IF WS-PARM-NUM-OK
010754                     MOVE WS-PARM-NUMBER TO WS-REJECT-LIMIT
010755                 ELSE
010756                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010757                 END-IF
010758             WHEN "REPEAT-DAYS"
010759                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010760                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 9999
010761                     MOVE WS-PARM-NUMBER TO WS-REPEAT-DAYS-GLOBAL
010762                 ELSE
010763                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010764                 END-IF
010765             WHEN "SCAN-MODE"
010766                 EVALUATE WS-PARM-VALUE
010767                     WHEN "SUBJECT"
010768                         SET WS-SCAN-BY-SUBJECT TO TRUE
010769                     WHEN "EDITION"
010770                         SET WS-SCAN-BY-EDITION TO TRUE
010771                     WHEN OTHER
010772                         PERFORM 1370-BAD-PARM-CARD
010773                             THRU 1370-EXIT
010774                 END-EVALUATE
010776             WHEN "GRADE-LENGTH-POINTS"
010777                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010778                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 999
010779                     MOVE WS-PARM-NUMBER TO WS-GRADE-LENGTH-POINTS
010780                 ELSE
010781                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010782                 END-IF
010783             WHEN "GRADE-TILE-POINTS"
010784                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010785                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 999
010786                     MOVE WS-PARM-NUMBER TO WS-GRADE-TILE-POINTS
010787                 ELSE
010788                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010789                 END-IF
010790             WHEN "GRADE-ANAGRAM-POINTS"
010791                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010792                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 999
010793                     MOVE WS-PARM-NUMBER
010794                      TO WS-GRADE-ANAGRAM-POINTS
010795                 ELSE
010796                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010797                 END-IF
010798             WHEN "GRADE-COMMON-USAGE"
010799                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010801                 IF WS-PARM-NUM-OK
010802                     MOVE WS-PARM-NUMBER TO WS-GRADE-COMMON-USAGE
010803                 ELSE
010804                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010805                 END-IF
010806             WHEN "GRADE-OBSCURE-POINTS"
010807                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010808                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 999
010809                     MOVE WS-PARM-NUMBER
010810                      TO WS-GRADE-OBSCURE-POINTS
010811                 ELSE
010812                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010813                 END-IF
010814             WHEN "GRADE-MEDIUM-FROM"
010815                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010816                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 9999
010817                     MOVE WS-PARM-NUMBER TO WS-GRADE-MEDIUM-FROM
010818                 ELSE
010819                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010820                 END-IF
010821             WHEN "GRADE-HARD-FROM"
010822                 PERFORM 1360-PARSE-PARM-NUMBER THRU 1360-EXIT
010823                 IF WS-PARM-NUM-OK AND WS-PARM-NUMBER NOT > 9999
010824                     MOVE WS-PARM-NUMBER TO WS-GRADE-HARD-FROM
010826                 ELSE
010827                     PERFORM 1370-BAD-PARM-CARD THRU 1370-EXIT
010828                 END-IF
012070         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
012080         MOVE 0 TO WS-RECORDS-SINCE-CKPT
012090     END-IF
012093*    A replayed group member was read when the group was loaded
012094     IF NOT WS-GROUP-REPLAYING
012095         PERFORM 8000-READ-SUBJECT THRU 8000-EXIT
012096     END-IF.
012097 2000-EXIT.
012098     EXIT.
012099
012100* Edition scan mode: load the run of records for one edition,
012101* give the group its one dictionary pass, then put each record
012102* through 2000-PROCESS-SUBJECT in input order exactly as the
012103* subject mode does - 2500-SCAN-DICTIONARY replays the group's
012104* held results instead of reading the dictionary again.  The
012105* look-ahead record, and its record number, are put back after
012106* the replay, so the next group starts from it.
012107 2100-PROCESS-EDITION-GROUP.
012108     MOVE 0 TO WS-GROUP-COUNT
012109     MOVE 0 TO WS-GROUP-SCAN-COUNT
012110     MOVE AI-EDITION TO WS-GROUP-EDITION
012111     INSPECT WS-GROUP-EDITION
012112      CONVERTING "abcdefghijklmnopqrstuvwxyz"
012113      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012114     MOVE "N" TO WS-GROUP-LOADED-SWITCH
012115     PERFORM 2150-LOAD-GROUP-SUBJECT THRU 2150-EXIT
012116         UNTIL WS-GROUP-IS-LOADED
012117     MOVE WS-SUBJECT-RECORD-NUM TO WS-GROUP-NEXT-RECORD-NUM
012118     MOVE 0 TO WS-GROUP-HIT-COUNT
012119     MOVE "N" TO WS-GROUP-OVERFLOW-SWITCH
012120     IF WS-GROUP-SCAN-COUNT > 0
012121         PERFORM 2200-SCAN-EDITION-GROUP THRU 2200-EXIT
012122     END-IF
012123*    The replay overwrites the record area - keep the
012124*    look-ahead record to put back once the group is done
012125     IF NOT WS-END-OF-FILE
012126         MOVE AI-CANDIDATES-COUNT TO WS-GROUP-NEXT-CAND-COUNT
012127         MOVE ANAGRAM-IN-RECORD TO WS-GROUP-NEXT-RECORD
012128     END-IF
012129     SET WS-GROUP-REPLAYING TO TRUE
012130     PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
012131      UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
012132         PERFORM 2170-RESTORE-GROUP-SUBJECT THRU 2170-EXIT
012133         PERFORM 2000-PROCESS-SUBJECT THRU 2000-EXIT
012134     END-PERFORM
012135     MOVE "N" TO WS-GROUP-REPLAY-SWITCH
012136     IF NOT WS-END-OF-FILE
012137         MOVE WS-GROUP-NEXT-CAND-COUNT TO AI-CANDIDATES-COUNT
012138         MOVE WS-GROUP-NEXT-RECORD TO ANAGRAM-IN-RECORD
012139     END-IF
012140     MOVE WS-GROUP-NEXT-RECORD-NUM TO WS-SUBJECT-RECORD-NUM.
012141 2100-EXIT.
012142     EXIT.
012143
012144* Hold the current record in the next group slot, decide
012145* whether it will need the dictionary scan, and read ahead.
012146* The group ends at end of file, at a change of edition, or
012147* when the table is full.
012148 2150-LOAD-GROUP-SUBJECT.
012149     ADD 1 TO WS-GROUP-COUNT
012150     MOVE WS-SUBJECT-RECORD-NUM
012151      TO WS-GRP-RECORD-NUM(WS-GROUP-COUNT)
012152     MOVE AI-EDITION TO WS-GRP-EDITION(WS-GROUP-COUNT)
012153     MOVE AI-SUBJECT-WORD TO WS-GRP-SUBJECT(WS-GROUP-COUNT)
012154     MOVE AI-CANDIDATES-COUNT TO WS-GRP-CAND-COUNT(WS-GROUP-COUNT)
012155     MOVE SPACES TO WS-GRP-CAND-TABLE(WS-GROUP-COUNT)
012156     IF AI-CANDIDATES-COUNT > 0
012157         MOVE AI-CANDIDATES-TABLE
012158          TO WS-GRP-CAND-TABLE(WS-GROUP-COUNT)
012159     END-IF
012160     PERFORM 2160-SET-GROUP-SCAN-MODE THRU 2160-EXIT
012161     PERFORM 8000-READ-SUBJECT THRU 8000-EXIT
012162     IF WS-END-OF-FILE OR WS-GROUP-COUNT = WS-GROUP-MAX
012163         SET WS-GROUP-IS-LOADED TO TRUE
012164     ELSE
012165         MOVE AI-EDITION TO WS-SUBJECT-EDITION
012166         INSPECT WS-SUBJECT-EDITION
012167          CONVERTING "abcdefghijklmnopqrstuvwxyz"
012168          TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012169         IF WS-SUBJECT-EDITION NOT = WS-GROUP-EDITION
012170             SET WS-GROUP-IS-LOADED TO TRUE
012171         END-IF
012172     END-IF.
012173 2150-EXIT.
012174     EXIT.
012175
012176* Make the same choice 2000-PROCESS-SUBJECT will make: only a
012177* valid subject with an edition code, no inline candidate list
012178* and a dictionary to read gets scanned - a wildcard subject in
012179* the run's own match mode, any other in mode S when the run
012180* wants subset matches.  Space means the record takes no part
012181* in the group's pass.
012182 2160-SET-GROUP-SCAN-MODE.
012183     MOVE SPACE TO WS-GRP-SCAN-MODE(WS-GROUP-COUNT)
012184     MOVE AI-SUBJECT-WORD TO WS-VALIDATE-INPUT
012185     MOVE "Y" TO WS-WILD-ALLOW-SWITCH
012186     PERFORM VALIDATE-WORD THRU VALIDATE-WORD-EXIT
012187     MOVE "N" TO WS-WILD-ALLOW-SWITCH
012188     IF WS-WORD-IS-VALID AND WS-GROUP-EDITION NOT = SPACES
012189      AND AI-CANDIDATES-COUNT = 0 AND WS-DICT-AVAILABLE
012190         IF WS-WILD-TOTAL > 0
012191             MOVE WS-MATCH-MODE
012192              TO WS-GRP-SCAN-MODE(WS-GROUP-COUNT)
012193         ELSE
012194             IF WS-MODE-SUBSET OR WS-MODE-BOTH
012195                 MOVE "S" TO WS-GRP-SCAN-MODE(WS-GROUP-COUNT)
012196             END-IF
012197         END-IF
012198     END-IF
012199     IF WS-GRP-SCAN-MODE(WS-GROUP-COUNT) NOT = SPACE
012200         ADD 1 TO WS-GROUP-SCAN-COUNT
012201     END-IF.
012202 2160-EXIT.
012203     EXIT.
012204
012205* Put one held record back in the ANAGRAM-IN record area, and
012206* its record number back, for 2000-PROCESS-SUBJECT.
012207 2170-RESTORE-GROUP-SUBJECT.
012208     MOVE WS-GROUP-INDEX TO WS-GROUP-SLOT
012209     MOVE WS-GRP-RECORD-NUM(WS-GROUP-SLOT)
012210      TO WS-SUBJECT-RECORD-NUM
012211     MOVE WS-GRP-EDITION(WS-GROUP-SLOT) TO AI-EDITION
012212     MOVE WS-GRP-SUBJECT(WS-GROUP-SLOT) TO AI-SUBJECT-WORD
012213     MOVE WS-GRP-CAND-COUNT(WS-GROUP-SLOT) TO AI-CANDIDATES-COUNT
012214     IF AI-CANDIDATES-COUNT > 0
012215         MOVE WS-GRP-CAND-TABLE(WS-GROUP-SLOT)
012216          TO AI-CANDIDATES-TABLE
012217     END-IF.
012218 2170-EXIT.
012219     EXIT.
012220
012221* The group's one pass over its edition's dictionary words, in
012222* the same batches 2500-SCAN-DICTIONARY reads.  Nothing else
012223* touches ANAGRAM-DICT until the pass ends, so unlike the
012224* subject scan it never has to re-establish its position.
012225 2200-SCAN-EDITION-GROUP.
012226     ADD 1 TO WS-GROUPS-SCANNED
012227     MOVE 0 TO WS-GROUP-BATCH-NUM
012228     MOVE WS-GROUP-EDITION TO DICT-EDITION
012229     MOVE SPACES TO DICT-WORD
012230     MOVE "N" TO WS-DICT-EOF-SWITCH
012231     START ANAGRAM-DICT KEY IS NOT LESS THAN DICT-PRIME-KEY
012232         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
012233     END-START
012234     MOVE 0 TO WS-DICT-BATCH-INDEX
012235     PERFORM 2250-READ-GROUP-BATCH THRU 2250-EXIT
012236         UNTIL WS-DICT-END-OF-FILE OR WS-GROUP-HITS-OVERFLOWED
012237     IF WS-GROUP-HITS-OVERFLOWED
012238         ADD 1 TO WS-GROUPS-FELL-BACK
012239     END-IF.
012240 2200-EXIT.
012241     EXIT.
012242
012243* Read up to WS-DICT-BATCH-MAX words, then filter the batch
012244* once and run it through the engine for each scanning member.
012245 2250-READ-GROUP-BATCH.
012246     READ ANAGRAM-DICT NEXT RECORD
012247         AT END SET WS-DICT-END-OF-FILE TO TRUE
012248     END-READ
012249     IF WS-DICT-STATUS NOT = "00"
012250         SET WS-DICT-END-OF-FILE TO TRUE
012251     END-IF
012252     IF NOT WS-DICT-END-OF-FILE
012253      AND DICT-EDITION NOT = WS-GROUP-EDITION
012254         SET WS-DICT-END-OF-FILE TO TRUE
012255     END-IF
012256     IF NOT WS-DICT-END-OF-FILE
012257         ADD 1 TO WS-DICT-BATCH-INDEX
012258         MOVE DICT-WORD TO WS-CANDIDATE(WS-DICT-BATCH-INDEX)
012259     END-IF
012260     IF WS-DICT-BATCH-INDEX = WS-DICT-BATCH-MAX
012261      OR (WS-DICT-END-OF-FILE AND WS-DICT-BATCH-INDEX > 0)
012262         ADD 1 TO WS-GROUP-BATCH-NUM
012263         MOVE WS-DICT-BATCH-INDEX TO WS-CANDIDATES-COUNT
012264         PERFORM 2270-FILTER-GROUP-BATCH THRU 2270-EXIT
012265         IF WS-CLEAN-COUNT > 0
012266             MOVE WS-CLEAN-COUNT TO WS-CANDIDATES-COUNT
012267             PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
012268              UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
012269                 IF WS-GRP-SCAN-MODE(WS-GROUP-INDEX) NOT = SPACE
012270                     PERFORM 2260-TEST-GROUP-SUBJECT
012271                         THRU 2260-EXIT
012272                 END-IF
012273             END-PERFORM
012274         END-IF
012275         MOVE 0 TO WS-DICT-BATCH-INDEX
012276     END-IF.
012277 2250-EXIT.
012278     EXIT.
012279
012280* One engine call for one group member against the batch, in
012281* the mode its own scan would have passed, holding every word
012282* on both returned lists.
012283 2260-TEST-GROUP-SUBJECT.
012284     MOVE WS-GRP-SUBJECT(WS-GROUP-INDEX) TO WS-SUBJECT
012285     MOVE WS-GRP-SCAN-MODE(WS-GROUP-INDEX) TO WS-CALL-MODE
012286     CALL "ANAGRAM" USING WS-CALL-MODE WS-SUBJECT
012287         WS-CANDIDATES-COUNT WS-CANDIDATES-TABLE
012288         WS-CALL-FULL-COUNT WS-CALL-FULL-LIST
012289         WS-CALL-SUBSET-COUNT WS-CALL-SUBSET-LIST
012290     IF WS-CALL-FULL-COUNT > 0
012291         MOVE "F" TO WS-GROUP-HIT-TYPE
012292         MOVE 0 TO WS-TRAIL-SPACES
012293         INSPECT WS-CALL-FULL-LIST TALLYING
012294          WS-TRAIL-SPACES FOR TRAILING SPACE
012295         COMPUTE WS-CALL-LIST-LEN = 4000 - WS-TRAIL-SPACES
012296         MOVE 1 TO WS-UNSTRING-PTR
012297         PERFORM 2280-HOLD-FULL-HIT THRU 2280-EXIT
012298             UNTIL WS-UNSTRING-PTR > WS-CALL-LIST-LEN
012299     END-IF
012300     IF WS-CALL-SUBSET-COUNT > 0
012301         MOVE "S" TO WS-GROUP-HIT-TYPE
012302         MOVE 0 TO WS-TRAIL-SPACES
012303         INSPECT WS-CALL-SUBSET-LIST TALLYING
012304          WS-TRAIL-SPACES FOR TRAILING SPACE
012305         COMPUTE WS-CALL-LIST-LEN = 4000 - WS-TRAIL-SPACES
012306         MOVE 1 TO WS-UNSTRING-PTR
012307         PERFORM 2285-HOLD-SUBSET-HIT THRU 2285-EXIT
012308             UNTIL WS-UNSTRING-PTR > WS-CALL-LIST-LEN
012309     END-IF.
012310 2260-EXIT.
012311     EXIT.
012312
012313* The group's copy of FILTER-CANDIDATES-BATCH - the same
012314* validation and compaction, but a rejected word is held for
012315* the replay to report under each scanning member instead of
012316* being written here once.
012317 2270-FILTER-GROUP-BATCH.
012318     MOVE 0 TO WS-CLEAN-COUNT
012319     PERFORM VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
012320      UNTIL WS-CANDIDATE-INDEX > WS-CANDIDATES-COUNT
012321         MOVE WS-CANDIDATES(WS-CANDIDATE-INDEX)
012322          TO WS-VALIDATE-INPUT
012323         PERFORM VALIDATE-WORD THRU VALIDATE-WORD-EXIT
012324         IF WS-WORD-IS-VALID
012325             ADD 1 TO WS-CLEAN-COUNT
012326             IF WS-CLEAN-COUNT NOT = WS-CANDIDATE-INDEX
012327                 MOVE WS-CANDIDATES(WS-CANDIDATE-INDEX)
012328                  TO WS-CANDIDATES(WS-CLEAN-COUNT)
012329             END-IF
012330         ELSE
012331             MOVE 0 TO WS-GROUP-INDEX
012332             MOVE "R" TO WS-GROUP-HIT-TYPE
012333             MOVE WS-CANDIDATES(WS-CANDIDATE-INDEX)
012334              TO WS-UNSTRING-WORD
012335             PERFORM 2290-HOLD-ONE-HIT THRU 2290-EXIT
012336         END-IF
012337     END-PERFORM.
012338 2270-EXIT.
012339     EXIT.
012340
012341 2280-HOLD-FULL-HIT.
012342     MOVE SPACES TO WS-UNSTRING-WORD
012343     UNSTRING WS-CALL-FULL-LIST DELIMITED BY ","
012344         INTO WS-UNSTRING-WORD
012345         WITH POINTER WS-UNSTRING-PTR
012346     END-UNSTRING
012347     IF WS-UNSTRING-WORD NOT = SPACES
012348         PERFORM 2290-HOLD-ONE-HIT THRU 2290-EXIT
012349     END-IF.
012350 2280-EXIT.
012351     EXIT.
012352
012353 2285-HOLD-SUBSET-HIT.
012354     MOVE SPACES TO WS-UNSTRING-WORD
012355     UNSTRING WS-CALL-SUBSET-LIST DELIMITED BY ","
012356         INTO WS-UNSTRING-WORD
012357         WITH POINTER WS-UNSTRING-PTR
012358     END-UNSTRING
012359     IF WS-UNSTRING-WORD NOT = SPACES
012360         PERFORM 2290-HOLD-ONE-HIT THRU 2290-EXIT
012361     END-IF.
012362 2285-EXIT.
012363     EXIT.
012364
012365* One held word.  A full table ends the group's pass - the
012366* replay is abandoned and each member scans for itself.
012367 2290-HOLD-ONE-HIT.
012368     IF WS-GROUP-HIT-COUNT < WS-GROUP-HIT-MAX
012369         ADD 1 TO WS-GROUP-HIT-COUNT
012370         MOVE WS-GROUP-BATCH-NUM
012371          TO WS-GH-BATCH(WS-GROUP-HIT-COUNT)
012372         MOVE WS-GROUP-INDEX TO WS-GH-SLOT(WS-GROUP-HIT-COUNT)
012373         MOVE WS-GROUP-HIT-TYPE TO WS-GH-TYPE(WS-GROUP-HIT-COUNT)
012374         MOVE WS-UNSTRING-WORD TO WS-GH-WORD(WS-GROUP-HIT-COUNT)
012375     ELSE
012376         SET WS-GROUP-HITS-OVERFLOWED TO TRUE
012377     END-IF.
012378 2290-EXIT.
012379     EXIT.
012380
012381* Build the subject's letter-signature and read every dictionary
012382* word sharing it directly by the alternate key - signatures
012383* equal means full anagram, so each word read here (other than
012384* the subject itself) goes straight onto the full-match list
012385* without a letter-count compare.
012386 2400-MATCH-BY-SIGNATURE.
012387     MOVE WS-SUBJECT TO WS-SUBJECT-LOWERCASE
012388     INSPECT WS-SUBJECT-LOWERCASE
012389      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
012390      TO "abcdefghijklmnopqrstuvwxyz"
012391     MOVE WS-SUBJECT-LOWERCASE TO WS-WORK-WORD
012392     PERFORM BUILD-LETTER-COUNTS
012393     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
012394      UNTIL WS-LETTER-INDEX > 26
012395         MOVE WS-WORK-COUNTS(WS-LETTER-INDEX)
012396          TO WS-SIG-COUNT(WS-LETTER-INDEX)
012397     END-PERFORM
012398     MOVE WS-SIGNATURE-WORK TO WS-SUBJECT-SIGNATURE
012399     MOVE WS-SUBJECT-EDITION TO DICT-SIG-EDITION
012400     MOVE WS-SUBJECT-SIGNATURE TO DICT-SIGNATURE
012401     MOVE "D" TO WS-CANDIDATE-SOURCE
012402     MOVE "N" TO WS-DICT-EOF-SWITCH
012403     START ANAGRAM-DICT KEY IS EQUAL TO DICT-SIG-KEY
012404         INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
012405     END-START
012406     PERFORM 2450-READ-SIGNATURE-MATCH THRU 2450-EXIT
012407         UNTIL WS-DICT-END-OF-FILE.
012408 2400-EXIT.
012410     EXIT.
012420
012430* Read the next word under the subject's signature.  The merge
012910     EXIT.
012920
012930 2500-SCAN-DICTIONARY.
012931*    A member of an edition group was already run through the
012932*    engine on the group's one pass - replay its results
012933     IF WS-GROUP-REPLAYING AND NOT WS-GROUP-HITS-OVERFLOWED
012934         PERFORM 2550-REPLAY-GROUP-HITS THRU 2550-EXIT
012935     ELSE
012940         MOVE WS-SUBJECT-EDITION TO DICT-EDITION
012941         MOVE SPACES TO DICT-WORD
012942         START ANAGRAM-DICT KEY IS NOT LESS THAN DICT-PRIME-KEY
012943             INVALID KEY SET WS-DICT-END-OF-FILE TO TRUE
012944         END-START
012945         MOVE 0 TO WS-DICT-BATCH-INDEX
012946         MOVE "N" TO WS-DICT-EOF-SWITCH
012947*        Normally subset-only - the full matches come off the
012948*        signature key - but a wildcard subject's scan carries
012949*        whatever mode the caller put in WS-SCAN-CALL-MODE
012950         MOVE WS-SCAN-CALL-MODE TO WS-CALL-MODE
012951         PERFORM 2600-READ-DICT-BATCH THRU 2600-EXIT
012952             UNTIL WS-DICT-END-OF-FILE
012953     END-IF.
012954 2500-EXIT.
012955     EXIT.
012956
012957* Rebuild this subject's engine lists from the group's held
012958* hits one batch at a time and put each batch through exactly
012959* what 2600-READ-DICT-BATCH does after its engine call:
012960* the batch's dictionary rejects, the full and subset results,
012961* then the pairs and usage updates.  A batch that held nothing
012962* for this subject has nothing to do and is not revisited.
012963 2550-REPLAY-GROUP-HITS.
012964     MOVE "D" TO WS-CANDIDATE-SOURCE
012965     MOVE 1 TO WS-GROUP-HIT-INDEX
012966     PERFORM 2560-REPLAY-ONE-BATCH THRU 2560-EXIT
012967         UNTIL WS-GROUP-HIT-INDEX > WS-GROUP-HIT-COUNT.
012968 2550-EXIT.
012969     EXIT.
012970
012971 2560-REPLAY-ONE-BATCH.
012972     MOVE WS-GH-BATCH(WS-GROUP-HIT-INDEX) TO WS-GROUP-BATCH-NUM
012973     MOVE 0 TO WS-CALL-FULL-COUNT
012974     MOVE 0 TO WS-CALL-SUBSET-COUNT
012975     MOVE SPACES TO WS-CALL-FULL-LIST
012976     MOVE SPACES TO WS-CALL-SUBSET-LIST
012977     MOVE 1 TO WS-REPLAY-FULL-PTR
012978     MOVE 1 TO WS-REPLAY-SUBSET-PTR
012979     MOVE "N" TO WS-GROUP-EOB-SWITCH
012980     PERFORM 2570-REPLAY-ONE-HIT THRU 2570-EXIT
012981         UNTIL WS-GROUP-END-OF-BATCH
012982     PERFORM MERGE-FULL-RESULTS
012983     PERFORM CAPTURE-SUBSET-RESULTS
012984     IF WS-USAGE-COUNT > 0 OR WS-PAIR-SEED-COUNT > 0
012985         PERFORM 2700-FIND-WORD-PAIRS THRU 2700-EXIT
012986         PERFORM 2800-APPLY-USAGE-UPDATES THRU 2800-EXIT
012987     END-IF.
012988 2560-EXIT.
012989     EXIT.
012990
012991* A type R hit is re-validated for its reason and written as
012992* FILTER-CANDIDATES-BATCH would have; this subject's own F and
012993* S hits are appended, comma-separated, to the engine lists.
012994 2570-REPLAY-ONE-HIT.
012995     EVALUATE TRUE
012996         WHEN WS-GH-TYPE(WS-GROUP-HIT-INDEX) = "R"
012997             MOVE WS-GH-WORD(WS-GROUP-HIT-INDEX)
012998              TO WS-VALIDATE-INPUT
012999             PERFORM VALIDATE-WORD THRU VALIDATE-WORD-EXIT
013000             MOVE "D" TO RJ-SOURCE
013001             MOVE 0 TO RJ-RECORD-NUM
013002             MOVE WS-GH-WORD(WS-GROUP-HIT-INDEX) TO RJ-WORD
013003             MOVE WS-REJECT-REASON TO RJ-REASON
013004             PERFORM WRITE-REJECT-LINES
013005         WHEN WS-GH-SLOT(WS-GROUP-HIT-INDEX) NOT = WS-GROUP-SLOT
013006             CONTINUE
013007         WHEN WS-GH-TYPE(WS-GROUP-HIT-INDEX) = "F"
013008             PERFORM 2580-MEASURE-HELD-WORD THRU 2580-EXIT
013009             IF WS-CALL-FULL-COUNT > 0
013010                 STRING "," DELIMITED BY SIZE
013011                     INTO WS-CALL-FULL-LIST
013012                     WITH POINTER WS-REPLAY-FULL-PTR
013013             END-IF
013014             STRING WS-GH-WORD(WS-GROUP-HIT-INDEX)
013015                 (1:WS-GROUP-WORD-LEN) DELIMITED BY SIZE
013016                 INTO WS-CALL-FULL-LIST
013017                 WITH POINTER WS-REPLAY-FULL-PTR
013018             ADD 1 TO WS-CALL-FULL-COUNT
013019         WHEN OTHER
013020             PERFORM 2580-MEASURE-HELD-WORD THRU 2580-EXIT
013021             IF WS-CALL-SUBSET-COUNT > 0
013022                 STRING "," DELIMITED BY SIZE
013023                     INTO WS-CALL-SUBSET-LIST
013024                     WITH POINTER WS-REPLAY-SUBSET-PTR
013025             END-IF
013026             STRING WS-GH-WORD(WS-GROUP-HIT-INDEX)
013027                 (1:WS-GROUP-WORD-LEN) DELIMITED BY SIZE
013028                 INTO WS-CALL-SUBSET-LIST
013029                 WITH POINTER WS-REPLAY-SUBSET-PTR
013030             ADD 1 TO WS-CALL-SUBSET-COUNT
013031     END-EVALUATE
013032     ADD 1 TO WS-GROUP-HIT-INDEX
013033     IF WS-GROUP-HIT-INDEX > WS-GROUP-HIT-COUNT
013034         SET WS-GROUP-END-OF-BATCH TO TRUE
013035     ELSE
013036         IF WS-GH-BATCH(WS-GROUP-HIT-INDEX)
013037          NOT = WS-GROUP-BATCH-NUM
013038             SET WS-GROUP-END-OF-BATCH TO TRUE
013039         END-IF
013040     END-IF.
013041 2570-EXIT.
013042     EXIT.
013043
013044 2580-MEASURE-HELD-WORD.
013045     MOVE 0 TO WS-TRAIL-SPACES
013046     INSPECT WS-GH-WORD(WS-GROUP-HIT-INDEX) TALLYING
013047      WS-TRAIL-SPACES FOR TRAILING SPACE
013048     COMPUTE WS-GROUP-WORD-LEN = 40 - WS-TRAIL-SPACES.
013049 2580-EXIT.
013050     EXIT.
013060
013070* Read up to WS-DICT-BATCH-MAX words from ANAGRAM-DICT and
013350         PERFORM SCAN-CANDIDATES-BATCH
013360*        Apply this batch's usage notes now, then re-establish
013370*        the scan position past the last word read - the
013380*        keyed reads in the apply move the file position, and
013383*        so do the signature reads that pair up this batch's
013386*        subset matches in pair mode
013390         IF WS-USAGE-COUNT > 0 OR WS-PAIR-SEED-COUNT > 0
013395             PERFORM 2700-FIND-WORD-PAIRS THRU 2700-EXIT
013400             PERFORM 2800-APPLY-USAGE-UPDATES THRU 2800-EXIT
013410             IF NOT WS-DICT-END-OF-FILE
013420                 MOVE WS-SCAN-RESUME-KEY TO DICT-PRIME-KEY
013540         MOVE 0 TO WS-DICT-BATCH-INDEX
013550     END-IF.
013560 2600-EXIT.
013561     EXIT.
013562
013563* Pair up the subset matches this scan batch kept.  Each seed
013564* word's letters are taken away from the subject's, and every
013565* single dictionary word on the signature of what is left over
013566* - same edition - completes a two-word pair.  Runs between
013567* scan batches; the caller re-establishes the scan position.
013568 2700-FIND-WORD-PAIRS.
013569     PERFORM VARYING WS-PAIR-SEED-INDEX FROM 1 BY 1
013570      UNTIL WS-PAIR-SEED-INDEX > WS-PAIR-SEED-COUNT
013571         PERFORM 2710-PAIR-ONE-SEED THRU 2710-EXIT
013572     END-PERFORM
013573     MOVE 0 TO WS-PAIR-SEED-COUNT.
013574 2700-EXIT.
013576     EXIT.
013577
013578* Build the leftover-letter signature for one seed and read the
013579* words sharing it.  A seed that uses every letter (a full
013580* anagram also on the subset list) leaves nothing to pair with.
013581 2710-PAIR-ONE-SEED.
013582     MOVE WS-PAIR-SEED(WS-PAIR-SEED-INDEX) TO WS-PAIR-FIRST-WORD
013583     MOVE WS-PAIR-FIRST-WORD TO WS-WORK-WORD
013584     INSPECT WS-WORK-WORD
013585      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
013586      TO "abcdefghijklmnopqrstuvwxyz"
013587     PERFORM BUILD-LETTER-COUNTS
013588     MOVE 0 TO WS-PAIR-LEFT-TOTAL
013589     MOVE "N" TO WS-PAIR-SHORT-SWITCH
013590     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
013592      UNTIL WS-LETTER-INDEX > 26
013593         COMPUTE WS-PAIR-LEFT-COUNT =
013594             WS-SUBJ-COUNTS(WS-LETTER-INDEX)
013595             - WS-WORK-COUNTS(WS-LETTER-INDEX)
013596         IF WS-PAIR-LEFT-COUNT < 0
013597             MOVE "Y" TO WS-PAIR-SHORT-SWITCH
013598             MOVE 0 TO WS-SIG-COUNT(WS-LETTER-INDEX)
013599         ELSE
013600             MOVE WS-PAIR-LEFT-COUNT
013601              TO WS-SIG-COUNT(WS-LETTER-INDEX)
013602             ADD WS-PAIR-LEFT-COUNT TO WS-PAIR-LEFT-TOTAL
013603         END-IF
013604     END-PERFORM
013605     IF WS-PAIR-LEFT-TOTAL > 0 AND NOT WS-PAIR-SEED-TOO-LONG
013606         MOVE WS-SIGNATURE-WORK TO WS-PAIR-SIGNATURE
013608         MOVE WS-SUBJECT-EDITION TO DICT-SIG-EDITION
013609         MOVE WS-PAIR-SIGNATURE TO DICT-SIGNATURE
013610         MOVE "N" TO WS-PAIR-EOG-SWITCH
013611         START ANAGRAM-DICT KEY IS EQUAL TO DICT-SIG-KEY
013612             INVALID KEY SET WS-PAIR-END-OF-GROUP TO TRUE
013613         END-START
013614         PERFORM 2750-READ-PAIR-PARTNER THRU 2750-EXIT
013615             UNTIL WS-PAIR-END-OF-GROUP
013616     END-IF.
013617 2710-EXIT.
013618     EXIT.
013619
013620* Read the next word on the leftover signature.  The partner
013621* must be a single well-formed word, sort at or after the seed
013623* (so each pair is found once, from its first word), and pass
013624* the exclusion list and the repeat window itself - it was
013625* already counted as a suppression in its own right when the
013626* scan reached it, so a held-back partner just makes no pair.
013627 2750-READ-PAIR-PARTNER.
013628     READ ANAGRAM-DICT NEXT RECORD
013629         AT END SET WS-PAIR-END-OF-GROUP TO TRUE
013630     END-READ
013631*    Any bad status ends the read loop - "02" is a good read of
013632*    a duplicate alternate key, as in 2450-READ-SIGNATURE-MATCH
013633     IF WS-DICT-STATUS NOT = "00" AND WS-DICT-STATUS NOT = "02"
013634         SET WS-PAIR-END-OF-GROUP TO TRUE
013635     END-IF
013636     IF NOT WS-PAIR-END-OF-GROUP
013637      AND (DICT-SIG-EDITION NOT = WS-SUBJECT-EDITION
013639      OR DICT-SIGNATURE NOT = WS-PAIR-SIGNATURE)
013640         SET WS-PAIR-END-OF-GROUP TO TRUE
013641     END-IF
013642     IF NOT WS-PAIR-END-OF-GROUP
013643      AND DICT-WORD NOT < WS-PAIR-FIRST-WORD
013644         MOVE DICT-WORD TO WS-VALIDATE-INPUT
013645         PERFORM VALIDATE-WORD THRU VALIDATE-WORD-EXIT
013646         IF WS-WORD-IS-VALID AND WS-EMBEDDED-SPACES = 0
013647             MOVE DICT-WORD TO WS-UNSTRING-WORD
013648             PERFORM CHECK-EXCLUSION
013649             IF NOT WS-WORD-IS-EXCLUDED
013650                 PERFORM CHECK-REPEAT-HISTORY
013651                 IF NOT WS-WORD-IS-REPEAT
013652                     PERFORM WRITE-WORD-PAIR
013653                 END-IF
013655             END-IF
013656         END-IF
013657     END-IF.
013658 2750-EXIT.
013659     EXIT.
013660
013661* Apply the noted dictionary usage to the usage counters on
013662* each matched word's DICT-RECORD - keyed read, bump the
013663* right counter, stamp the run date, rewrite.  Runs between
013664* scan batches (the caller repositions the scan afterwards)
013665* and at end of subject, never with a READ NEXT in flight.
013666 2800-APPLY-USAGE-UPDATES.
013667     PERFORM VARYING WS-USAGE-INDEX FROM 1 BY 1
013668      UNTIL WS-USAGE-INDEX > WS-USAGE-COUNT
013670         MOVE WS-SUBJECT-EDITION TO DICT-EDITION
013680         MOVE WS-USAGE-WORD(WS-USAGE-INDEX) TO DICT-WORD
013690         READ ANAGRAM-DICT
013890     IF WS-USAGE-DROPPED > 0
013900         DISPLAY "ANAGBAT: USAGE NOTES DROPPED: "
013910             WS-USAGE-DROPPED
013912     END-IF
013914     IF WS-GROUPS-FELL-BACK > 0
013916         DISPLAY "ANAGBAT: EDITION GROUPS RESCANNED BY SUBJECT: "
013918             WS-GROUPS-FELL-BACK
013920     END-IF
013922     IF WS-CLUES-MISSING > 0
013924         DISPLAY "ANAGBAT: MATCHES WITHOUT CLUES: "
013980     END-IF
013990     CLOSE ANAGRAM-RPT
014000     CLOSE ANAGRAM-REJ
014005     PERFORM WRITE-EXTRACT-TRAILERS
014010     CLOSE ANAGRAM-EXT
014015     CLOSE RECYCLE-OUT
014017     CLOSE CLUE-EXC
014120     ADD 1 TO WS-SUBJECTS-PROCESSED
014130     ADD WS-MATCH-COUNT TO WS-TOTAL-MATCHES
014140     ADD WS-SUBSET-MATCH-COUNT TO WS-TOTAL-SUBSET-MATCHES
014145     ADD WS-PAIR-COUNT TO WS-TOTAL-PAIRS
014150     PERFORM ADD-EDITION-TOTALS
014160     IF WS-MATCH-COUNT = 0
014170         ADD 1 TO WS-SUBJECTS-ZERO-MATCHES
014180     END-IF
014190     MOVE WS-SUBJECT TO RD-SUBJECT
014191     EVALUATE TRUE
014192         WHEN WS-GRADE-IS-HARD
014193             MOVE "HARD" TO RD-GRADE
014194         WHEN WS-GRADE-IS-MEDIUM
014195             MOVE "MEDIUM" TO RD-GRADE
014196         WHEN OTHER
014197             MOVE "EASY" TO RD-GRADE
014198     END-EVALUATE
014200     IF WS-MATCH-COUNT = 0
014210         MOVE "(NO MATCHES FOUND)" TO RD-RESULT-LIST
014220     ELSE
014370         MOVE WS-SUBSET-WORD(1) TO BP-WORD
014380         MOVE WS-SUBSET-SCORE(1) TO BP-SCORE
014390         MOVE WS-RPT-BEST-LINE TO RPT-LINE
014391         WRITE RPT-LINE
014393     END-IF
014394*    In pair mode every subject gets a word pairs line, found or
014396*    not, so the balancing step can count one per detail line
014397     IF WS-PAIRS-WANTED
014399         IF WS-PAIR-COUNT = 0
014400             MOVE "(NO WORD PAIRS FOUND)" TO RW-RESULT-LIST
014402         ELSE
014403             MOVE WS-PAIR-RESULT-LIST TO RW-RESULT-LIST
014405         END-IF
014406         MOVE WS-RPT-PAIR-DETAIL TO RPT-LINE
014408         WRITE RPT-LINE
014410     END-IF.
014420 4000-EXIT.
014430     EXIT.
014714     MOVE WS-REPEATS-SUPPRESSED TO RT-VALUE
014716     MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
014718     WRITE RPT-LINE
014719     MOVE "TOTAL WORD PAIRS FOUND......" TO RT-LABEL
014720     MOVE WS-TOTAL-PAIRS TO RT-VALUE
014721     MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
014722     WRITE RPT-LINE
014723*    One control-total line per edition seen on the run, so
014730*    each desk can prove its own page's feed was processed
014740     PERFORM VARYING WS-EDITION-INDEX FROM 1 BY 1
014750      UNTIL WS-EDITION-INDEX > WS-EDITION-COUNT
014770         MOVE WS-ED-SUBJECTS(WS-EDITION-INDEX) TO RE-SUBJECTS
014780         MOVE WS-ED-MATCHES(WS-EDITION-INDEX) TO RE-MATCHES
014790         MOVE WS-ED-SUBSET(WS-EDITION-INDEX) TO RE-SUBSET
014795         MOVE WS-ED-PAIRS(WS-EDITION-INDEX) TO RE-PAIRS
014796         MOVE WS-ED-EASY(WS-EDITION-INDEX) TO RE-EASY
014797         MOVE WS-ED-MEDIUM(WS-EDITION-INDEX) TO RE-MEDIUM
014798         MOVE WS-ED-HARD(WS-EDITION-INDEX) TO RE-HARD
014800         MOVE WS-RPT-EDITION-LINE TO RPT-LINE
014810         WRITE RPT-LINE
014820     END-PERFORM.
015170     MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT
015180     MOVE WS-MATCHES-SUPPRESSED TO CKPT-MATCHES-SUPPRESSED
015185     MOVE WS-REPEATS-SUPPRESSED TO CKPT-REPEATS-SUPPRESSED
015187     MOVE WS-TOTAL-PAIRS TO CKPT-TOTAL-PAIRS
015190     MOVE WS-EDITION-COUNT TO CKPT-EDITION-COUNT
015200     PERFORM VARYING WS-EDITION-INDEX FROM 1 BY 1
015210      UNTIL WS-EDITION-INDEX > WS-EDITION-COUNT
015400     MOVE 0 TO CKPT-REJECT-COUNT
015410     MOVE 0 TO CKPT-MATCHES-SUPPRESSED
015415     MOVE 0 TO CKPT-REPEATS-SUPPRESSED
015417     MOVE 0 TO CKPT-TOTAL-PAIRS
015420     MOVE 0 TO CKPT-EDITION-COUNT
015430     MOVE SPACES TO CKPT-EDITION-TABLE
015440     OPEN OUTPUT ANAGRAM-CKPT
015610     MOVE WS-TOTAL-MATCHES TO AUD-MATCHES
015620     MOVE WS-TOTAL-SUBSET-MATCHES TO AUD-SUBSET-MATCHES
015630     MOVE WS-REJECT-COUNT TO AUD-REJECTS
015635     MOVE WS-TOTAL-PAIRS TO AUD-PAIRS
015640     MOVE WS-AUD-DETAIL TO AUDIT-LINE
015650     WRITE AUDIT-LINE.
015660 7000-EXIT.
016190     MOVE 0 TO WS-SUBSET-WORD-COUNT
016200     MOVE 0 TO WS-USAGE-COUNT
016210     MOVE SPACES TO WS-SUBSET-RESULT-LIST
016211     MOVE "N" TO WS-RESULT-FULL-SWITCH
016212     MOVE "N" TO WS-SUBSET-TABLE-FULL-SW
016213     MOVE 0 TO WS-PAIR-COUNT
016214     MOVE 0 TO WS-PAIR-SEED-COUNT
016216     MOVE SPACES TO WS-PAIR-RESULT-LIST
016217     MOVE "N" TO WS-PAIR-LIST-FULL-SWITCH
016218     MOVE 0 TO WS-SUBJ-EXT-RECORDS
016219     MOVE 0 TO WS-SUBJ-EXT-FULL
016220     MOVE 0 TO WS-SUBJ-EXT-SUBSET
016222     MOVE 0 TO WS-SUBJ-EXT-PAIRS
016223     MOVE 0 TO WS-SUBJ-EXT-HASH
016224*    Count the subject's blank tiles and keep its own letter
016225*    counts - scoring needs both to give a letter played on a
016227*    blank its zero points
016228     MOVE 0 TO WS-SUBJECT-WILD-COUNT
016229     INSPECT WS-SUBJECT TALLYING WS-SUBJECT-WILD-COUNT
016230      FOR ALL "?"
016231     MOVE WS-SUBJECT TO WS-WORK-WORD
016233     INSPECT WS-WORK-WORD
016234      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
016235      TO "abcdefghijklmnopqrstuvwxyz"
016236     PERFORM BUILD-LETTER-COUNTS
016237     MOVE WS-WORK-COUNTS-TABLE TO WS-SUBJ-COUNTS-TABLE
016239*    Grade the subject now - every extract record written for
016240*    it carries the grade, and the first can be written as soon
016241*    as the first match is found
016242     PERFORM GRADE-SUBJECT
016244     IF WS-HIST-AVAILABLE
016245         PERFORM SET-REPEAT-CUTOFF
016246     END-IF
016490              TO WS-ACTIVE-TILE-VALUE(WS-LETTER-INDEX)
016500         END-IF
016510     END-PERFORM
016511     EXIT.
016512
016513* Score and grade the subject (see the difficulty grading
016514* comment in WORKING-STORAGE).  The letter counts and tile
016515* values are the ones BEGIN-SUBJECT-MATCH has just set up; the
016516* signature group is read off DICT-SIG-KEY ahead of the match
016517* passes, which all position the dictionary for themselves.
016518 GRADE-SUBJECT.
016519     MOVE WS-SUBJECT-WILD-COUNT TO WS-GRADE-LETTERS
016520     MOVE 0 TO WS-GRADE-TILE-TOTAL
016521     MOVE 0 TO WS-GRADE-ANAGRAMS
016522     MOVE 0 TO WS-GRADE-COMMON-WORDS
016523     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
016524      UNTIL WS-LETTER-INDEX > 26
016525         ADD WS-SUBJ-COUNTS(WS-LETTER-INDEX) TO WS-GRADE-LETTERS
016526         COMPUTE WS-GRADE-TILE-TOTAL = WS-GRADE-TILE-TOTAL
016527             + WS-SUBJ-COUNTS(WS-LETTER-INDEX)
016528             * WS-ACTIVE-TILE-VALUE(WS-LETTER-INDEX)
016529     END-PERFORM
016530     IF WS-DICT-AVAILABLE AND WS-SUBJECT-WILD-COUNT = 0
016531         PERFORM COUNT-SIGNATURE-GROUP
016532     END-IF
016533     MOVE "N" TO WS-GRADE-RANGE-SWITCH
016534     COMPUTE WS-GRADE-SCORE =
016535         WS-GRADE-LETTERS * WS-GRADE-LENGTH-POINTS
016536         + WS-GRADE-TILE-TOTAL * WS-GRADE-TILE-POINTS
016537         - WS-GRADE-ANAGRAMS * WS-GRADE-ANAGRAM-POINTS
016538         ON SIZE ERROR
016539             SET WS-GRADE-OUT-OF-RANGE TO TRUE
016540     END-COMPUTE
016541     IF WS-GRADE-ANAGRAMS > 0 AND WS-GRADE-COMMON-WORDS = 0
016542         ADD WS-GRADE-OBSCURE-POINTS TO WS-GRADE-SCORE
016543             ON SIZE ERROR
016544                 SET WS-GRADE-OUT-OF-RANGE TO TRUE
016545         END-ADD
016546     END-IF
016547*    A score too big to hold means the GRADE- parms are out of
016548*    all proportion - grade the subject hard so the setter looks
016549*    at it, and say why
016550     EVALUATE TRUE
016551         WHEN WS-GRADE-OUT-OF-RANGE
016552             DISPLAY "ANAGBAT: GRADE SCORE OUT OF RANGE FOR "
016553                 WS-SUBJECT " - GRADED HARD FOR REVIEW"
016554             SET WS-GRADE-IS-HARD TO TRUE
016555         WHEN WS-GRADE-SCORE >= WS-GRADE-HARD-FROM
016556             SET WS-GRADE-IS-HARD TO TRUE
016557         WHEN WS-GRADE-SCORE >= WS-GRADE-MEDIUM-FROM
016558             SET WS-GRADE-IS-MEDIUM TO TRUE
016559         WHEN OTHER
016560             SET WS-GRADE-IS-EASY TO TRUE
016561     END-EVALUATE
016562     EXIT.
016563
016564* Count the other words filed under the subject's signature and
016565* how many of them are common by their usage counters.
016566 COUNT-SIGNATURE-GROUP.
016567     MOVE WS-SUBJECT TO WS-SUBJECT-LOWERCASE
016568     INSPECT WS-SUBJECT-LOWERCASE
016569      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
016570      TO "abcdefghijklmnopqrstuvwxyz"
016571     PERFORM VARYING WS-LETTER-INDEX FROM 1 BY 1
016572      UNTIL WS-LETTER-INDEX > 26
016573         MOVE WS-SUBJ-COUNTS(WS-LETTER-INDEX)
016574          TO WS-SIG-COUNT(WS-LETTER-INDEX)
016575     END-PERFORM
016576     MOVE WS-SIGNATURE-WORK TO WS-SUBJECT-SIGNATURE
016577     MOVE WS-SUBJECT-EDITION TO DICT-SIG-EDITION
016578     MOVE WS-SUBJECT-SIGNATURE TO DICT-SIGNATURE
016579     MOVE "N" TO WS-GRADE-EOF-SWITCH
016580     START ANAGRAM-DICT KEY IS EQUAL TO DICT-SIG-KEY
016581         INVALID KEY SET WS-GRADE-GROUP-DONE TO TRUE
016582     END-START
016583     PERFORM READ-GRADE-GROUP-WORD
016584         UNTIL WS-GRADE-GROUP-DONE
016585     EXIT.
016586
016587* Same status handling as 2450-READ-SIGNATURE-MATCH: 02 is a
016588* good read, anything else but 00 ends the group.
016589 READ-GRADE-GROUP-WORD.
016590     READ ANAGRAM-DICT NEXT RECORD
016591         AT END SET WS-GRADE-GROUP-DONE TO TRUE
016592     END-READ
016593     IF WS-DICT-STATUS NOT = "00" AND WS-DICT-STATUS NOT = "02"
016594         SET WS-GRADE-GROUP-DONE TO TRUE
016595     END-IF
016596     IF NOT WS-GRADE-GROUP-DONE
016597      AND (DICT-SIG-EDITION NOT = WS-SUBJECT-EDITION
016598      OR DICT-SIGNATURE NOT = WS-SUBJECT-SIGNATURE)
016599         SET WS-GRADE-GROUP-DONE TO TRUE
016600     END-IF
016601     IF NOT WS-GRADE-GROUP-DONE
016602      AND DICT-WORD NOT = WS-SUBJECT-LOWERCASE
016603         ADD 1 TO WS-GRADE-ANAGRAMS
016604         COMPUTE WS-GRADE-USAGE =
016605             DICT-FULL-MATCHES + DICT-SUBSET-MATCHES
016606         IF WS-GRADE-USAGE >= WS-GRADE-COMMON-USAGE
016607             ADD 1 TO WS-GRADE-COMMON-WORDS
016608         END-IF
016609     END-IF
016610     EXIT.
016611
016612* Validate one batch of candidates (either the inline list from
016613* the ANAGRAM-IN record, or one batch read from ANAGRAM-DICT),
016614* writing a reject line and dropping anything that fails
016615* validation, then CALL ANAGRAM once against the subject for
016616* whatever candidates in the batch survived, merging its full
016617* match results into WS-RESULT-LIST and capturing its subset
016618* matches one word at a time for tile scoring and ranking.
016619 SCAN-CANDIDATES-BATCH.
016620     PERFORM FILTER-CANDIDATES-BATCH
016630     IF WS-CLEAN-COUNT > 0
016640         MOVE WS-CLEAN-COUNT TO WS-CANDIDATES-COUNT
018510         MOVE 0 TO WS-ED-SUBJECTS(WS-EDITION-SLOT)
018520         MOVE 0 TO WS-ED-MATCHES(WS-EDITION-SLOT)
018530         MOVE 0 TO WS-ED-SUBSET(WS-EDITION-SLOT)
018531         MOVE 0 TO WS-ED-PAIRS(WS-EDITION-SLOT)
018532         MOVE 0 TO WS-ED-EASY(WS-EDITION-SLOT)
018533         MOVE 0 TO WS-ED-MEDIUM(WS-EDITION-SLOT)
018534         MOVE 0 TO WS-ED-HARD(WS-EDITION-SLOT)
018535         MOVE 0 TO WS-ED-EXT-RECORDS(WS-EDITION-SLOT)
018536         MOVE 0 TO WS-ED-EXT-FULL(WS-EDITION-SLOT)
018537         MOVE 0 TO WS-ED-EXT-SUBSET(WS-EDITION-SLOT)
018538         MOVE 0 TO WS-ED-EXT-PAIRS(WS-EDITION-SLOT)
018539         MOVE 0 TO WS-ED-EXT-HASH(WS-EDITION-SLOT)
018540     END-IF
018550     IF WS-EDITION-SLOT > 0
018560         ADD 1 TO WS-ED-SUBJECTS(WS-EDITION-SLOT)
018580          TO WS-ED-MATCHES(WS-EDITION-SLOT)
018590         ADD WS-SUBSET-MATCH-COUNT
018600          TO WS-ED-SUBSET(WS-EDITION-SLOT)
018603         ADD WS-PAIR-COUNT
018606          TO WS-ED-PAIRS(WS-EDITION-SLOT)
018607         EVALUATE TRUE
018608             WHEN WS-GRADE-IS-HARD
018609                 ADD 1 TO WS-ED-HARD(WS-EDITION-SLOT)
018610             WHEN WS-GRADE-IS-MEDIUM
018611                 ADD 1 TO WS-ED-MEDIUM(WS-EDITION-SLOT)
018612             WHEN OTHER
018613                 ADD 1 TO WS-ED-EASY(WS-EDITION-SLOT)
018614         END-EVALUATE
018615         ADD WS-SUBJ-EXT-RECORDS
018616          TO WS-ED-EXT-RECORDS(WS-EDITION-SLOT)
018617         ADD WS-SUBJ-EXT-FULL
018618          TO WS-ED-EXT-FULL(WS-EDITION-SLOT)
018619         ADD WS-SUBJ-EXT-SUBSET
018620          TO WS-ED-EXT-SUBSET(WS-EDITION-SLOT)
018621         ADD WS-SUBJ-EXT-PAIRS
018622          TO WS-ED-EXT-PAIRS(WS-EDITION-SLOT)
018623         ADD WS-SUBJ-EXT-HASH
018624          TO WS-ED-EXT-HASH(WS-EDITION-SLOT)
018625     END-IF
018626     EXIT.
018630 
018640* Note one dictionary match for the usage counters, applied
018650* per scan batch and at end of subject by
019420                     MOVE WS-UNSTRING-WORD
019430                      TO WS-SUBSET-WORD(WS-SUBSET-WORD-COUNT)
019440                     MOVE WS-WORD-SCORE
019441                      TO WS-SUBSET-SCORE(WS-SUBSET-WORD-COUNT)
019442                 ELSE
019443                     MOVE "Y" TO WS-SUBSET-TABLE-FULL-SW
019444                 END-IF
019445                 IF WS-PAIRS-WANTED AND WS-SOURCE-IS-DICTIONARY
019446                  AND WS-SUBJECT-WILD-COUNT = 0
019447                     PERFORM NOTE-PAIR-SEED
019448                 END-IF
019449             END-IF
019450         END-IF
019451     END-IF
019452     EXIT.
019453
019454* Hold one kept subset match as a pair seed for
019455* 2700-FIND-WORD-PAIRS.  Only single words seed a pair - a
019456* phrase on the dictionary is already its own answer.
019457 NOTE-PAIR-SEED.
019458     MOVE 0 TO WS-SPACE-TOTAL
019459     INSPECT WS-UNSTRING-WORD TALLYING WS-SPACE-TOTAL
019460      FOR ALL SPACE
019461     MOVE 0 TO WS-TRAIL-SPACES
019462     INSPECT WS-UNSTRING-WORD TALLYING WS-TRAIL-SPACES
019463      FOR TRAILING SPACE
019464     IF WS-SPACE-TOTAL = WS-TRAIL-SPACES
019465      AND WS-PAIR-SEED-COUNT < WS-PAIR-SEED-MAX
019466         ADD 1 TO WS-PAIR-SEED-COUNT
019467         MOVE WS-UNSTRING-WORD TO WS-PAIR-SEED(WS-PAIR-SEED-COUNT)
019468     END-IF
019469     EXIT.
019470
019471* One two-word pair found: both words, in order, ride the
019472* extract as match type P and the pair is appended to the
019473* printed word pairs list.
019474 WRITE-WORD-PAIR.
019475     MOVE SPACES TO WS-PAIR-TEXT
019476     STRING WS-PAIR-FIRST-WORD DELIMITED BY SPACE
019477            " " DELIMITED BY SIZE
019478            DICT-WORD DELIMITED BY SPACE
019479         INTO WS-PAIR-TEXT
019480     END-STRING
019481     ADD 1 TO WS-PAIR-COUNT
019482     MOVE WS-PAIR-TEXT TO WS-EXT-WORD
019483     MOVE "P" TO WS-EXT-TYPE
019484     PERFORM WRITE-EXTRACT-RECORD
019485     PERFORM APPEND-PAIR-ENTRY
019486     EXIT.
019487
019488* Append one pair to the printed word pairs list, comma-
019489* separated, stopping with the truncation marker once the next
019490* pair no longer fits - WS-PAIR-COUNT and the extract still
019491* carry every pair.
019492 APPEND-PAIR-ENTRY.
019493     IF NOT WS-PAIR-LIST-IS-FULL
019494         MOVE 0 TO WS-TRAIL-SPACES
019495         INSPECT WS-PAIR-RESULT-LIST TALLYING
019496          WS-TRAIL-SPACES FOR TRAILING SPACE
019497         COMPUTE WS-CURRENT-LIST-LEN = 20000 - WS-TRAIL-SPACES
019498         MOVE 0 TO WS-TRAIL-SPACES
019499         INSPECT WS-PAIR-TEXT TALLYING
019500          WS-TRAIL-SPACES FOR TRAILING SPACE
019501         COMPUTE WS-ITEM-LEN = 40 - WS-TRAIL-SPACES
019502         COMPUTE WS-NEEDED-LEN =
019503             WS-CURRENT-LIST-LEN + WS-ITEM-LEN
019504         IF WS-PAIR-COUNT > 1
019505             ADD 1 TO WS-NEEDED-LEN
019506         END-IF
019507         IF WS-NEEDED-LEN > WS-RESULT-CAPACITY
019508             MOVE "Y" TO WS-PAIR-LIST-FULL-SWITCH
019509             IF WS-CURRENT-LIST-LEN + 19
019510              NOT > WS-RESULT-CAPACITY
019511                 MOVE WS-TRUNC-MARKER TO WS-PAIR-RESULT-LIST
019512                     (WS-CURRENT-LIST-LEN + 1:19)
019513             END-IF
019514         ELSE
019515             IF WS-PAIR-COUNT > 1
019516                 MOVE "," TO WS-PAIR-RESULT-LIST
019517                     (WS-CURRENT-LIST-LEN + 1:1)
019518                 ADD 1 TO WS-CURRENT-LIST-LEN
019519             END-IF
019520             MOVE WS-PAIR-TEXT(1:WS-ITEM-LEN)
019521              TO WS-PAIR-RESULT-LIST
019522                 (WS-CURRENT-LIST-LEN + 1:WS-ITEM-LEN)
019523         END-IF
019524     END-IF
019525     EXIT.
019526
019527* Write one fixed-format match record to the ANAGEXT extract,
019528* carrying the matched word's clue.  A match with no clue on
019529* file goes out with the clue blank and is flagged on the
019530* ANAGCEXC exceptions report for the clue desk.
019531 WRITE-EXTRACT-RECORD.
019532     MOVE WS-SUBJECT-EDITION TO EXT-EDITION
019533     MOVE WS-SUBJECT TO EXT-SUBJECT-WORD
019534     MOVE WS-EXT-WORD TO EXT-MATCH-WORD
019535     MOVE WS-EXT-TYPE TO EXT-MATCH-TYPE
019536     MOVE WS-RUN-DATE TO EXT-RUN-DATE
019537     MOVE SPACES TO EXT-CLUE-TEXT
019538     MOVE WS-SUBJECT-GRADE TO EXT-GRADE
019539     IF WS-CLUE-AVAILABLE
019540         PERFORM FETCH-MATCH-CLUE
019541     END-IF
019542     WRITE EXT-RECORD
019543     PERFORM COUNT-EXTRACT-RECORD
019544     EXIT.
019545
019546* Count one match record toward its subject's share of the
019547* edition trailer - by match type, and into the hash total as
019548* the sum of the match word's letter positions (a=1 ... z=26).
019549 COUNT-EXTRACT-RECORD.
019550     ADD 1 TO WS-SUBJ-EXT-RECORDS
019551     EVALUATE WS-EXT-TYPE
019552         WHEN "F"
019553             ADD 1 TO WS-SUBJ-EXT-FULL
019554         WHEN "S"
019555             ADD 1 TO WS-SUBJ-EXT-SUBSET
019556         WHEN "P"
019557             ADD 1 TO WS-SUBJ-EXT-PAIRS
019558     END-EVALUATE
019559     MOVE WS-EXT-WORD TO WS-HASH-WORD
019560     INSPECT WS-HASH-WORD
019561      CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
019562              TO "abcdefghijklmnopqrstuvwxyz"
019563     PERFORM VARYING WS-HASH-INDEX FROM 1 BY 1
019564      UNTIL WS-HASH-INDEX > 26
019565         MOVE 0 TO WS-HASH-LETTER-COUNT
019566         INSPECT WS-HASH-WORD TALLYING WS-HASH-LETTER-COUNT
019567          FOR ALL WS-ALPHABET(WS-HASH-INDEX:1)
019568         COMPUTE WS-SUBJ-EXT-HASH = WS-SUBJ-EXT-HASH
019569             + WS-HASH-LETTER-COUNT * WS-HASH-INDEX
019570     END-PERFORM
019571     EXIT.
019572
019573* Open a fresh extract with its run header.  A restarted run
019574* appends to the abended run's extract, which already has one.
019575 WRITE-EXTRACT-HEADER.
019576     ACCEPT WS-EXT-RUN-ID-DATE FROM DATE YYYYMMDD
019577     ACCEPT WS-RUN-TIME FROM TIME
019578     MOVE WS-RUN-TIME(1:6) TO WS-EXT-RUN-ID-TIME
019579     MOVE SPACES TO EXT-HEADER-RECORD
019580     MOVE WS-EXT-RUN-ID TO EXH-RUN-ID
019581     MOVE "H" TO EXH-RECORD-TYPE
019582     MOVE WS-EXT-RUN-ID-DATE TO EXH-RUN-DATE
019583     WRITE EXT-HEADER-RECORD
019584     DISPLAY "ANAGBAT: EXTRACT RUN ID " WS-EXT-RUN-ID
019585     EXIT.
019586
019587* Close the extract with one trailer per edition in the footer
019588* table - an edition with no matches still gets a zero trailer
019589* so the publisher's receipt has a line to answer it with.
019590 WRITE-EXTRACT-TRAILERS.
019591     PERFORM VARYING WS-EDITION-INDEX FROM 1 BY 1
019592      UNTIL WS-EDITION-INDEX > WS-EDITION-COUNT
019593         MOVE SPACES TO EXT-TRAILER-RECORD
019594         MOVE WS-ED-CODE(WS-EDITION-INDEX) TO EXT-TRL-EDITION
019595         MOVE WS-ED-EXT-RECORDS(WS-EDITION-INDEX)
019596          TO EXT-TRL-RECORD-COUNT
019597         MOVE WS-ED-EXT-FULL(WS-EDITION-INDEX)
019598          TO EXT-TRL-FULL-COUNT
019599         MOVE WS-ED-EXT-SUBSET(WS-EDITION-INDEX)
019600          TO EXT-TRL-SUBSET-COUNT
019601         MOVE WS-ED-EXT-PAIRS(WS-EDITION-INDEX)
019602          TO EXT-TRL-PAIR-COUNT
019603         MOVE WS-ED-EXT-HASH(WS-EDITION-INDEX)
019604          TO EXT-TRL-HASH-TOTAL
019605         MOVE "T" TO EXT-TRL-RECORD-TYPE
019606         MOVE WS-EXT-RUN-ID-DATE TO EXT-TRL-RUN-DATE
019607         WRITE EXT-TRAILER-RECORD
019608     END-PERFORM
019610     EXIT.
019611
019612* Read the matched word's clue by edition and lowercased word -
