000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANAGOLOD.
000120 AUTHOR. R J BREHBERG.
000130 INSTALLATION. WORD-GAME SYSTEMS DATA PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*--------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*--------------------------------------------------------------
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  ------------------------------------------
000210* 10/15/2026  RJB  LOAD UTILITY FOR THE ANAGOPER OPERATOR FILE
000220*                  THAT ANAGSMNT AND ANAGINQ SIGN OPERATORS ON
000230*                  AGAINST.  READS THE DESK'S OPERATOR LIST
000240*                  FROM OPERIN, ONE OPERATOR PER LINE (ID,
000250*                  ROLE, NAME), AND REBUILDS ANAGOPER KEYED BY
000260*                  THE UPPERCASED ID.  THE ROLE DECIDES WHAT
000270*                  THE OPERATOR MAY CHANGE - C CLERK ADDS AND
000280*                  CANCELS PLANNED SCHEDULE ENTRIES, E EDITOR
000290*                  MAY ALSO QUEUE DICTIONARY CORRECTIONS, S
000300*                  SUPERVISOR MAY ALSO CANCEL ENTRIES ALREADY
000310*                  EXTRACTED, RUN, OR PUBLISHED.  THE LIST IS
000320*                  SMALL AND OWNED BY THE DESK SUPERVISOR, SO A
000330*                  FULL REBUILD PER CHANGE IS THE SIMPLE AND
000340*                  SAFE WAY TO MAINTAIN IT, AS WITH ANAGEXCL.
000350*--------------------------------------------------------------
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPER-IN ASSIGN TO OPERIN
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420
000430     SELECT OPER-FILE ASSIGN TO ANAGOPER
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS OPER-ID
000470         FILE STATUS IS WS-OPER-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  OPER-IN.
000520 01  OPER-IN-LINE.
000530     05 OI-ID                   PIC X(08).
000540     05 FILLER                  PIC X(01).
000550     05 OI-ROLE                 PIC X(01).
000560     05 FILLER                  PIC X(01).
000570     05 OI-NAME                 PIC X(30).
000580
000590 FD  OPER-FILE.
000600 01  OPER-RECORD.
000610     05 OPER-ID                 PIC X(08).
000620     05 OPER-ROLE               PIC X(01).
000630        88 OPER-ROLE-VALID      VALUE "C" "E" "S".
000640     05 OPER-NAME               PIC X(30).
000650
000660 WORKING-STORAGE SECTION.
000670*--------------------------------------------------------------
000680* SWITCHES
000690*--------------------------------------------------------------
000700 77  WS-EOF-SWITCH              PIC X(01) VALUE "N".
000710     88 WS-END-OF-FILE          VALUE "Y".
000720 77  WS-OPER-STATUS             PIC X(02) VALUE "00".
000730
000740*--------------------------------------------------------------
000750* RUN COUNTS
000760*--------------------------------------------------------------
000770 01  WS-OPERATORS-LOADED        PIC 9(06) VALUE 0.
000780 01  WS-OPERATORS-REJECTED      PIC 9(06) VALUE 0.
000790
000800 PROCEDURE DIVISION.
000810
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000840     PERFORM 2000-LOAD-OPERATOR THRU 2000-EXIT
000850         UNTIL WS-END-OF-FILE
000860     PERFORM 3000-TERMINATE THRU 3000-EXIT
000870     STOP RUN.
000880
000890 1000-INITIALIZE.
000900     OPEN INPUT OPER-IN
000910     OPEN OUTPUT OPER-FILE
000920     PERFORM 8000-READ-OPERATOR THRU 8000-EXIT.
000930 1000-EXIT.
000940     EXIT.
000950
000960* A line with no ID, no name, or a role other than C, E, or S
000970* is rejected and listed rather than loaded with no powers or
000980* the wrong ones.
000990 2000-LOAD-OPERATOR.
001000     MOVE SPACES TO OPER-RECORD
001010     MOVE OI-ID TO OPER-ID
001020     MOVE OI-ROLE TO OPER-ROLE
001030     MOVE OI-NAME TO OPER-NAME
001040     INSPECT OPER-ID
001050      CONVERTING "abcdefghijklmnopqrstuvwxyz"
001060      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001070     INSPECT OPER-ROLE
001080      CONVERTING "ces" TO "CES"
001090     IF OPER-ID = SPACES OR OPER-NAME = SPACES
001100      OR NOT OPER-ROLE-VALID
001110         ADD 1 TO WS-OPERATORS-REJECTED
001120         DISPLAY "ANAGOLOD REJECTED: " OPER-IN-LINE
001130     ELSE
001140         WRITE OPER-RECORD
001150             INVALID KEY
001160                 ADD 1 TO WS-OPERATORS-REJECTED
001170                 DISPLAY "ANAGOLOD DUPLICATE ID: " OPER-ID
001180         END-WRITE
001190         IF WS-OPER-STATUS = "00"
001200             ADD 1 TO WS-OPERATORS-LOADED
001210         END-IF
001220     END-IF
001230     PERFORM 8000-READ-OPERATOR THRU 8000-EXIT.
001240 2000-EXIT.
001250     EXIT.
001260
001270 3000-TERMINATE.
001280     CLOSE OPER-IN
001290     CLOSE OPER-FILE
001300     DISPLAY "ANAGOLOD OPERATORS LOADED:   " WS-OPERATORS-LOADED
001310     DISPLAY "ANAGOLOD OPERATORS REJECTED: "
001320         WS-OPERATORS-REJECTED.
001330 3000-EXIT.
001340     EXIT.
001350
001360 8000-READ-OPERATOR.
001370     READ OPER-IN
001380         AT END SET WS-END-OF-FILE TO TRUE
001390     END-READ.
001400 8000-EXIT.
001410     EXIT.
001420
001430 END PROGRAM ANAGOLOD.
