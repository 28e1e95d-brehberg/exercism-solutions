000450*                  SUBJECT DETAIL LINE AND EVERY RUN WITH THE
000452*                  HISTORY FILE ALLOCATED WOULD GO OUT OF
000454*                  BALANCE.
000455* 10/15/2026  RJB  BALANCE THE TWO-WORD PAIR MODE.  RECOGNIZE
000456*                  THE TOTAL WORD PAIRS FOOTER LABEL, COUNT
000457*                  THE INDENTED WORD PAIRS LINES, AND PARSE THE
000458*                  PAIRS FIELD NOW ENDING THE ANAGAUD LINE
000459*                  (WIDENED TO 79 BYTES).  NEW CHECKS:
000460*                    PAIR LINES    = DETAIL LINES (PAIR MODE)
000461*                    FOOTER PAIRS  = AUDIT PAIRS
000462*                  A RUN NOT IN PAIR MODE PRINTS NO PAIR LINES
000463*                  AND A ZERO FOOTER, AND BALANCES AS SUCH.
000464* 10/15/2026  RJB  ANAGRPT RECORD WIDENED TO 20050 BYTES FOR
000465*                  THE DIFFICULTY GRADE ANAGBAT NOW PRINTS ON
000466*                  EACH DETAIL LINE.  NO CHANGE TO THE CHECKS.
000467*--------------------------------------------------------------
000468
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000770                        PIC X(40).
000780
000790 FD  ANAGRAM-RPT.
000800 01  RPT-LINE                   PIC X(20050).
000810
000820 FD  ANAGRAM-REJ.
000830 01  REJ-LINE                   PIC X(99).
000840
000850 FD  ANAGRAM-AUDIT.
000860 01  AUDIT-LINE                 PIC X(79).
000870
000880 FD  CERT-RPT.
000890 01  CERT-LINE                  PIC X(99).
001150 01  WS-DETAIL-LINES            PIC 9(06) VALUE 0.
001160 01  WS-SUBSET-LINES            PIC 9(06) VALUE 0.
001170 01  WS-REJECT-LINES            PIC 9(06) VALUE 0.
001175 01  WS-PAIR-LINES              PIC 9(06) VALUE 0.
001180 01  WS-SUBJECT-REJECT-LINES    PIC 9(06) VALUE 0.
001190
001200*--------------------------------------------------------------
001240 01  WS-FTR-MATCHES             PIC 9(06) VALUE 0.
001250 01  WS-FTR-SUBSET-MATCHES      PIC 9(06) VALUE 0.
001260 01  WS-FTR-REJECTS             PIC 9(06) VALUE 0.
001265 01  WS-FTR-PAIRS               PIC 9(06) VALUE 0.
001270
001280*--------------------------------------------------------------
001290* CONTROL TOTALS PARSED OFF THE RUN'S ANAGAUD AUDIT LINE (THE
001330 01  WS-AUD-MATCHES             PIC 9(06) VALUE 0.
001340 01  WS-AUD-SUBSET-MATCHES      PIC 9(06) VALUE 0.
001350 01  WS-AUD-REJECTS             PIC 9(06) VALUE 0.
001355 01  WS-AUD-PAIRS               PIC 9(06) VALUE 0.
001360
001370*--------------------------------------------------------------
001380* IMAGES OF THE ANAGBAT REPORT LINES THIS STEP HAS TO
001580     VALUE "MATCHES SUPPRESSED..........".
001582 01  WS-LBL-REPEATS             PIC X(28)
001584     VALUE "REPEATS SUPPRESSED..........".
001586 01  WS-LBL-PAIRS               PIC X(28)
001588     VALUE "TOTAL WORD PAIRS FOUND......".
001590 01  WS-SUBSET-TAG              PIC X(18)
001600     VALUE "  SUBSET MATCHES:".
001603 01  WS-PAIR-TAG                PIC X(18)
001606     VALUE "  WORD PAIRS:".
001610
001620*--------------------------------------------------------------
001630* PARSING WORK AREAS - THE FOOTER VALUES ARE EDITED (ZZZ,ZZ9)
002390* Classify one report line.  Footer total lines are recognized
002400* by their exact 28-byte label image; subject detail lines are
002410* the remaining lines that start in column 1 and are not one
002420* of the two heading lines; subset, best-play and word pairs
002430* lines start with spaces and only the subset and word pairs
002435* tags are counted.
002440 3000-SCAN-REPORT.
002450     MOVE RPT-LINE(1:28) TO WS-LINE-PREFIX
002460     EVALUATE TRUE
002680             CONTINUE
002682         WHEN WS-LINE-PREFIX = WS-LBL-REPEATS
002684             CONTINUE
002685         WHEN WS-LINE-PREFIX = WS-LBL-PAIRS
002686             MOVE RPT-LINE(29:7) TO WS-PARSE-FIELD
002687             PERFORM 6500-PARSE-DIGITS THRU 6500-EXIT
002688             MOVE WS-PARSE-VALUE TO WS-FTR-PAIRS
002690         WHEN WS-LINE-PREFIX = WS-HEADING-1-IMAGE
002700             CONTINUE
002710         WHEN WS-LINE-PREFIX = WS-HEADING-2-IMAGE
002720             CONTINUE
002730         WHEN RPT-LINE(1:18) = WS-SUBSET-TAG
002740             ADD 1 TO WS-SUBSET-LINES
002743         WHEN RPT-LINE(1:18) = WS-PAIR-TAG
002746             ADD 1 TO WS-PAIR-LINES
002750         WHEN RPT-LINE(1:1) = SPACE
002760             CONTINUE
002770         WHEN OTHER
003080         MOVE AUDIT-LINE(67:6) TO WS-PARSE-FIELD
003090         PERFORM 6500-PARSE-DIGITS THRU 6500-EXIT
003100         MOVE WS-PARSE-VALUE TO WS-AUD-REJECTS
003102         MOVE AUDIT-LINE(74:6) TO WS-PARSE-FIELD
003104         PERFORM 6500-PARSE-DIGITS THRU 6500-EXIT
003106         MOVE WS-PARSE-VALUE TO WS-AUD-PAIRS
003110     END-IF
003120     PERFORM 8300-READ-AUDIT THRU 8300-EXIT.
003130 5000-EXIT.
003390     MOVE WS-SUBSET-LINES TO CD-VALUE-A
003400     MOVE WS-DETAIL-LINES TO CD-VALUE-B
003410     IF WS-SUBSET-LINES = WS-DETAIL-LINES
003411         PERFORM 6600-WRITE-IN-BALANCE THRU 6600-EXIT
003412     ELSE
003414         PERFORM 6700-WRITE-OUT-OF-BALANCE THRU 6700-EXIT
003415     END-IF
003417*    Pair mode writes a word pairs line under every subject; a
003418*    run without it writes none and must show no pairs found
003420     MOVE "PAIR LINES = REPORT DETAIL LINES.........."
003421         TO CD-LABEL
003422     MOVE WS-PAIR-LINES TO CD-VALUE-A
003424     MOVE WS-DETAIL-LINES TO CD-VALUE-B
003425     IF WS-PAIR-LINES = WS-DETAIL-LINES
003427      OR (WS-PAIR-LINES = 0 AND WS-FTR-PAIRS = 0)
003428         PERFORM 6600-WRITE-IN-BALANCE THRU 6600-EXIT
003430     ELSE
003440         PERFORM 6700-WRITE-OUT-OF-BALANCE THRU 6700-EXIT
003450     END-IF
003870     MOVE WS-FTR-REJECTS TO CD-VALUE-A
003880     MOVE WS-AUD-REJECTS TO CD-VALUE-B
003890     IF WS-FTR-REJECTS = WS-AUD-REJECTS
003891      AND WS-AUDIT-LINE-FOUND
003893         PERFORM 6600-WRITE-IN-BALANCE THRU 6600-EXIT
003895     ELSE
003896         PERFORM 6700-WRITE-OUT-OF-BALANCE THRU 6700-EXIT
003898     END-IF
003900     MOVE "FOOTER PAIRS = AUDIT PAIRS................"
003901         TO CD-LABEL
003903     MOVE WS-FTR-PAIRS TO CD-VALUE-A
003905     MOVE WS-AUD-PAIRS TO CD-VALUE-B
003906     IF WS-FTR-PAIRS = WS-AUD-PAIRS
003908      AND WS-AUDIT-LINE-FOUND
003910         PERFORM 6600-WRITE-IN-BALANCE THRU 6600-EXIT
003920     ELSE
003930         PERFORM 6700-WRITE-OUT-OF-BALANCE THRU 6700-EXIT
