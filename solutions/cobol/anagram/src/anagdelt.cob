000550*                  AFTER A BAD OPEN RAISE NO INVALID KEY, SO
000560*                  THE RUN USED TO END LOOKING CLEAN WITH
000570*                  NOTHING APPLIED AND NOTHING FAILED.
000571* 10/15/2026  RJB  EVERY CHANGE APPLIED IS NOW JOURNALED TO
000572*                  ANAGJRNL - RUN ID, ACTION, AND THE FULL
000573*                  DICTIONARY RECORD BEFORE AND AFTER, USAGE
000574*                  COUNTERS INCLUDED - SO ANAGBOUT CAN BACK A
000575*                  BAD DELTA OUT AGAIN WITHOUT A FULL RELOAD.
000576*                  DELETES AND REPLACES NOW READ THE OLD
000577*                  RECORD BEFORE REMOVING IT.  A JOURNAL THAT
000578*                  WILL NOT OPEN OR WRITE STOPS THE RUN WITH
000579*                  RETURN-CODE 8 - NO CHANGE GOES IN UNLOGGED.
000580*--------------------------------------------------------------
000590
000600 ENVIRONMENT DIVISION.
000730
000740     SELECT DELTA-RPT ASSIGN TO ANAGDRPT
000750         ORGANIZATION IS LINE SEQUENTIAL.
000752
000754     SELECT DELTA-JRNL ASSIGN TO ANAGJRNL
000756         ORGANIZATION IS LINE SEQUENTIAL
000758         FILE STATUS IS WS-JRNL-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
001030
001040 FD  DELTA-RPT.
001050 01  DRPT-LINE                  PIC X(110).
001051
001052*--------------------------------------------------------------
001053* BEFORE-IMAGE JOURNAL.  ONE RECORD PER CHANGE APPLIED, IN THE
001054* ORDER APPLIED, APPENDED ACROSS RUNS.  AN ADD HAS NO BEFORE
001055* IMAGE AND A DELETE HAS NO AFTER IMAGE (SPACES).  ANAGBOUT
001056* READS THE SAME LAYOUT AND APPENDS ITS OWN REVERSALS.
001057*--------------------------------------------------------------
001058 FD  DELTA-JRNL.
001059 01  JRNL-RECORD.
001060     05 JR-RUN-ID               PIC X(14).
001061     05 FILLER                  PIC X(01).
001062     05 JR-PROGRAM              PIC X(08).
001063     05 FILLER                  PIC X(01).
001064     05 JR-CHANGE-NUM           PIC 9(06).
001065     05 FILLER                  PIC X(01).
001066     05 JR-TRAN-NUM             PIC 9(08).
001067     05 FILLER                  PIC X(01).
001068     05 JR-ACTION               PIC X(01).
001069     05 FILLER                  PIC X(01).
001070     05 JR-BEFORE-IMAGE.
001071        10 JB-EDITION           PIC X(02).
001072        10 JB-WORD              PIC X(40).
001073        10 JB-SIG-EDITION       PIC X(02).
001074        10 JB-SIGNATURE         PIC X(52).
001075        10 JB-FULL-MATCHES      PIC 9(06).
001076        10 JB-SUBSET-MATCHES    PIC 9(06).
001077        10 JB-LAST-MATCH-DATE   PIC 9(08).
001078     05 FILLER                  PIC X(01).
001079     05 JR-AFTER-IMAGE.
001080        10 JA-EDITION           PIC X(02).
001081        10 JA-WORD              PIC X(40).
001082        10 JA-SIG-EDITION       PIC X(02).
001083        10 JA-SIGNATURE         PIC X(52).
001084        10 JA-FULL-MATCHES      PIC 9(06).
001085        10 JA-SUBSET-MATCHES    PIC 9(06).
001086        10 JA-LAST-MATCH-DATE   PIC 9(08).
001087
001088 WORKING-STORAGE SECTION.
001089*--------------------------------------------------------------
001090* SWITCHES
001100*--------------------------------------------------------------
001110 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001130 77  WS-DICT-STATUS             PIC X(02) VALUE "00".
001140 77  WS-FAIL-SWITCH             PIC X(01) VALUE "N".
001150     88 WS-TRAN-FAILED          VALUE "Y".
001152 77  WS-JRNL-STATUS             PIC X(02) VALUE "00".
001154 77  WS-JRNL-ERROR-SWITCH       PIC X(01) VALUE "N".
001156     88 WS-JRNL-ERROR           VALUE "Y".
001160
001170*--------------------------------------------------------------
001180* CURRENT TRANSACTION, LOWERCASED FOR KEYING THE SAME WAY
001230 01  WS-TRAN-WORD               PIC X(40).
001240 01  WS-NEW-WORD                PIC X(40).
001250 01  WS-FAIL-REASON             PIC X(45).
001251
001252*--------------------------------------------------------------
001253* JOURNAL CONTROL.  THE RUN ID IS THE START DATE AND TIME
001254* (YYYYMMDDHHMMSS), SHOWN ON THE LOG AND THE REPORT HEADING -
001255* IT IS THE NAME ANAGBOUT IS GIVEN TO BACK THIS RUN OUT.  THE
001256* BEFORE IMAGE IS HELD HERE BETWEEN THE READ AND THE CHANGE.
001257*--------------------------------------------------------------
001258 01  WS-RUN-ID.
001259     05 WS-RUN-ID-DATE          PIC 9(08).
001260     05 WS-RUN-ID-TIME          PIC 9(06).
001261 01  WS-RUN-TIME                PIC 9(08).
001262 01  WS-CHANGES-JOURNALED       PIC 9(06) VALUE 0.
001263 01  WS-JRNL-ACTION             PIC X(01).
001264 01  WS-BEFORE-IMAGE            PIC X(116).
001265 01  WS-AFTER-IMAGE             PIC X(116).
001266
001270*--------------------------------------------------------------
001280* RUN COUNTS FOR THE ACTIVITY REPORT TOTALS
001290*--------------------------------------------------------------
001670     05 DR-WORD                 PIC X(40).
001680     05 FILLER                  PIC X(02) VALUE SPACES.
001690     05 DR-REASON               PIC X(45).
001692 01  WS-DRPT-RUN-ID-LINE.
001694     05 FILLER                  PIC X(16)
001696         VALUE "JOURNAL RUN ID:".
001698     05 DI-RUN-ID               PIC X(14).
001700 01  WS-DRPT-TOTAL-LINE.
001710     05 DT-LABEL                PIC X(28).
001720     05 DT-VALUE                PIC ZZZ,ZZ9.
001810     STOP RUN.
001820
001830 1000-INITIALIZE.
001832     ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
001834     ACCEPT WS-RUN-TIME FROM TIME
001836     MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID-TIME
001840     OPEN INPUT DELTA-IN
001850     OPEN I-O ANAGRAM-DICT
001860     OPEN OUTPUT DELTA-RPT
001870     MOVE WS-DRPT-HEADING-1 TO DRPT-LINE
001872     WRITE DRPT-LINE
001875     MOVE WS-RUN-ID TO DI-RUN-ID
001877     MOVE WS-DRPT-RUN-ID-LINE TO DRPT-LINE
001880     WRITE DRPT-LINE
001890     MOVE WS-DRPT-HEADING-2 TO DRPT-LINE
001900     WRITE DRPT-LINE
002030         MOVE 8 TO RETURN-CODE
002040         SET WS-END-OF-FILE TO TRUE
002050     ELSE
002060         PERFORM 1100-OPEN-JOURNAL THRU 1100-EXIT
002061     END-IF.
002062 1000-EXIT.
002063     EXIT.
002064
002065* The journal is appended to run after run; the very first run
002066* creates it.  A journal that will not open stops the run
002067* before anything is applied - a change the journal does not
002068* hold is a change ANAGBOUT can never take back.
002070 1100-OPEN-JOURNAL.
002071     OPEN EXTEND DELTA-JRNL
002072     IF WS-JRNL-STATUS = "35"
002073         OPEN OUTPUT DELTA-JRNL
002074     END-IF
002075     IF WS-JRNL-STATUS NOT = "00"
002076         DISPLAY "ANAGDELT: ANAGJRNL OPEN FAILED, STATUS "
002077             WS-JRNL-STATUS
002078         MOVE "** JOURNAL OPEN FAILED - NOTHING APPLIED **"
002080          TO DRPT-LINE
002081         WRITE DRPT-LINE
002082         MOVE 8 TO RETURN-CODE
002083         SET WS-END-OF-FILE TO TRUE
002084     ELSE
002085         DISPLAY "ANAGDELT: JOURNAL RUN ID " WS-RUN-ID
002086         PERFORM 8000-READ-TRAN THRU 8000-EXIT
002087     END-IF.
002088 1100-EXIT.
002090     EXIT.
002100
002110* Apply one ADD/DELETE/REPLACE transaction against the keyed
002480         END-EVALUATE
002490     END-IF
002500     END-IF
002502     IF WS-JRNL-ERROR
002504         SET WS-END-OF-FILE TO TRUE
002506     ELSE
002510         PERFORM 8000-READ-TRAN THRU 8000-EXIT
002515     END-IF.
002520 2000-EXIT.
002530     EXIT.
002540
002690     END-WRITE
002700     IF WS-DICT-STATUS = "00" OR WS-DICT-STATUS = "02"
002710         ADD 1 TO WS-ADDS-APPLIED
002712         MOVE "A" TO WS-JRNL-ACTION
002714         MOVE SPACES TO WS-BEFORE-IMAGE
002716         MOVE DICT-RECORD TO WS-AFTER-IMAGE
002718         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750
002753* The record is read first so its before image - usage
002756* counters and all - goes to the journal with the delete.
002760 2200-APPLY-DELETE.
002770     MOVE WS-TRAN-EDITION TO DICT-EDITION
002780     MOVE WS-TRAN-WORD TO DICT-WORD
002781     READ ANAGRAM-DICT
002800         INVALID KEY
002810             MOVE "WORD NOT IN DICTIONARY" TO WS-FAIL-REASON
002820             PERFORM 2900-WRITE-FAILURE THRU 2900-EXIT
002821     END-READ
002822     IF NOT WS-TRAN-FAILED
002823         MOVE DICT-RECORD TO WS-BEFORE-IMAGE
002825         DELETE ANAGRAM-DICT RECORD
002826             INVALID KEY
002827                 MOVE "WORD NOT IN DICTIONARY" TO WS-FAIL-REASON
002828                 PERFORM 2900-WRITE-FAILURE THRU 2900-EXIT
002830         END-DELETE
002840         IF WS-DICT-STATUS = "00"
002850             ADD 1 TO WS-DELETES-APPLIED
002852             MOVE "D" TO WS-JRNL-ACTION
002854             MOVE SPACES TO WS-AFTER-IMAGE
002856             PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
002858         END-IF
002860     END-IF.
002870 2200-EXIT.
002880     EXIT.
003150 2300-EXIT.
003160     EXIT.
003170
003172* The old record is read before it is deleted so the journal
003174* carries its usage counters; the journal record pairs it with
003176* the replacement word's record as the after image.
003180 2350-REPLACE-WORD.
003190     MOVE WS-TRAN-EDITION TO DICT-EDITION
003200     MOVE WS-TRAN-WORD TO DICT-WORD
003201     READ ANAGRAM-DICT
003220         INVALID KEY
003230             MOVE "WORD NOT IN DICTIONARY" TO WS-FAIL-REASON
003240             PERFORM 2900-WRITE-FAILURE THRU 2900-EXIT
003241     END-READ
003242     IF NOT WS-TRAN-FAILED
003243         MOVE DICT-RECORD TO WS-BEFORE-IMAGE
003245         DELETE ANAGRAM-DICT RECORD
003246             INVALID KEY
003247                 MOVE "WORD NOT IN DICTIONARY" TO WS-FAIL-REASON
003248                 PERFORM 2900-WRITE-FAILURE THRU 2900-EXIT
003250         END-DELETE
003255     END-IF
003260     IF NOT WS-TRAN-FAILED
003270         MOVE WS-TRAN-EDITION TO DICT-EDITION
003280         MOVE WS-NEW-WORD TO DICT-WORD
003410         END-WRITE
003420         IF WS-DICT-STATUS = "00" OR WS-DICT-STATUS = "02"
003430             ADD 1 TO WS-REPLACES-APPLIED
003433             MOVE "R" TO WS-JRNL-ACTION
003434             MOVE DICT-RECORD TO WS-AFTER-IMAGE
003435         ELSE
003436*            The old word is already gone - journal what really
003437*            happened, a delete, so it can still be backed out
003438             MOVE "D" TO WS-JRNL-ACTION
003439             MOVE SPACES TO WS-AFTER-IMAGE
003440         END-IF
003446         PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT
003450     END-IF.
003460 2350-EXIT.
003461     EXIT.
003462
003463* Journal one change just applied.  A journal write that fails
003464* stops the run after this transaction - the change itself is
003465* already on the dictionary, so the log and the report say
003466* which one it was.
003467 2800-WRITE-JOURNAL.
003468     ADD 1 TO WS-CHANGES-JOURNALED
003469     MOVE SPACES TO JRNL-RECORD
003470     MOVE WS-RUN-ID TO JR-RUN-ID
003471     MOVE "ANAGDELT" TO JR-PROGRAM
003472     MOVE WS-CHANGES-JOURNALED TO JR-CHANGE-NUM
003473     MOVE WS-TRAN-NUM TO JR-TRAN-NUM
003474     MOVE WS-JRNL-ACTION TO JR-ACTION
003475     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
003476     MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
003477     WRITE JRNL-RECORD
003478     IF WS-JRNL-STATUS NOT = "00"
003479         DISPLAY "ANAGDELT: ANAGJRNL WRITE FAILED, STATUS "
003480             WS-JRNL-STATUS " AT TRANSACTION " WS-TRAN-NUM
003481         MOVE "** JOURNAL WRITE FAILED - RUN STOPPED **"
003482          TO DRPT-LINE
003483         WRITE DRPT-LINE
003484         MOVE 8 TO RETURN-CODE
003485         SET WS-JRNL-ERROR TO TRUE
003486     END-IF.
003487 2800-EXIT.
003488     EXIT.
003489
003490 2900-WRITE-FAILURE.
003500     MOVE "Y" TO WS-FAIL-SWITCH
003510     MOVE WS-TRAN-NUM TO DR-TRAN-NUM
003780     MOVE WS-TRANS-FAILED TO DT-VALUE
003790     MOVE WS-DRPT-TOTAL-LINE TO DRPT-LINE
003800     WRITE DRPT-LINE
003802     MOVE "CHANGES JOURNALED..........." TO DT-LABEL
003804     MOVE WS-CHANGES-JOURNALED TO DT-VALUE
003806     MOVE WS-DRPT-TOTAL-LINE TO DRPT-LINE
003808     WRITE DRPT-LINE
003810     CLOSE DELTA-IN
003820     CLOSE ANAGRAM-DICT
003825     CLOSE DELTA-JRNL
003830     CLOSE DELTA-RPT.
003840 3000-EXIT.
003850     EXIT.
