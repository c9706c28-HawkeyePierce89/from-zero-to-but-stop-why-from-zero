000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRSECRP.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - DAILY SECURITY VIOLATION
000130*                  REPORT OVER THE CUMULATIVE ARRSECV LOG.
000140*                  ARRMAINT, ARRAPPRV AND ARRBINMT APPEND A
000150*                  RECORD FOR EVERY DENIED SIGN-ON, WAREHOUSE
000160*                  THEY ARE NOT CLEARED FOR, AND SELF-APPROVAL.
000170*                  LISTS THE DAY'S VIOLATIONS - TIME,
000180*                  TRANSACTION, OPERATOR, REASON, WAREHOUSE AND
000190*                  KEY - AND COUNTS THEM BY REASON.  THE DAY
000200*                  DEFAULTS TO TODAY AND MAY BE SET ON THE
000210*                  ARRSVCTL CONTROL CARD.  ENDS RC=4 WHEN THERE
000220*                  WAS ANY VIOLATION SO SECURITY ADMINISTRATION
000230*                  FOLLOWS IT UP.
000240*===============================================================
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300*
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SVR-SECV-FILE   ASSIGN TO ARRSECV
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS SVR-SECV-STATUS.
000360     SELECT SVR-CTL-FILE    ASSIGN TO ARRSVCTL
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS SVR-CTL-STATUS.
000390     SELECT SVR-REPORT-FILE ASSIGN TO ARRSVRPT
000400         ORGANIZATION IS SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000450*    SECURITY VIOLATION RECORD - LAYOUT MUST MATCH ARRMAINT'S
000460*    ARR-SECV-REC.
000470 FD  SVR-SECV-FILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 01  SVR-SECV-REC.
000510     05  SVR-SECV-DATE          PIC 9(06).
000520     05  SVR-SECV-TIME          PIC 9(08).
000530     05  SVR-SECV-TIME-X REDEFINES SVR-SECV-TIME.
000540         10  SVR-SECV-HH        PIC 9(02).
000550         10  SVR-SECV-MIN       PIC 9(02).
000560         10  SVR-SECV-SS        PIC 9(02).
000570         10  SVR-SECV-HS        PIC 9(02).
000580     05  SVR-SECV-TRAN          PIC X(08).
000590     05  SVR-SECV-OPER-ID       PIC X(08).
000600     05  SVR-SECV-CODE          PIC X(02).
000610         88  SVR-SECV-UNKNOWN-OPER          VALUE "S1".
000620         88  SVR-SECV-BAD-PASSWORD          VALUE "S2".
000630         88  SVR-SECV-REVOKED               VALUE "S3".
000640         88  SVR-SECV-TRAN-DENIED           VALUE "S4".
000650         88  SVR-SECV-WHSE-DENIED           VALUE "S5".
000660         88  SVR-SECV-SELF-APPROVAL         VALUE "S6".
000670     05  SVR-SECV-WHSE          PIC X(03).
000680     05  SVR-SECV-KEY           PIC X(12).
000690     05  SVR-SECV-TEXT          PIC X(40).
000700     05  FILLER                 PIC X(45).
000710*
000720*    CONTROL CARD - OPTIONAL.  THE REPORT DATE DEFAULTS TO
000730*    TODAY.
000740 FD  SVR-CTL-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  SVR-CTL-REC.
000780     05  SVR-CTL-RPT-DATE       PIC X(06).
000790     05  FILLER                 PIC X(74).
000800*
000810 FD  SVR-REPORT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  SVR-REPORT-REC             PIC X(132).
000850*
000860 WORKING-STORAGE SECTION.
000870*---------------------------------------------------------------
000880*    FILE AND CONTROL CARD CONTROLS.
000890*---------------------------------------------------------------
000900 01  SVR-SECV-STATUS            PIC X(02)   VALUE SPACES.
000910     88  SVR-SECV-NOT-FOUND                 VALUE "35".
000920 01  SVR-CTL-STATUS             PIC X(02)   VALUE SPACES.
000930     88  SVR-CTL-NOT-FOUND                  VALUE "35".
000940 77  SVR-EOF-SW                 PIC X(01)   VALUE "N".
000950     88  SVR-EOF                            VALUE "Y".
000960 01  SVR-RPT-DATE               PIC 9(06)   VALUE 0.
000970 77  SVR-READ-COUNT             PIC 9(06)   VALUE 0.
000980 77  SVR-PRINT-COUNT            PIC 9(06)   VALUE 0.
000990*
001000*---------------------------------------------------------------
001010*    COUNTS BY REASON.
001020*---------------------------------------------------------------
001030 77  SVR-CNT-S1                 PIC 9(05)   VALUE 0.
001040 77  SVR-CNT-S2                 PIC 9(05)   VALUE 0.
001050 77  SVR-CNT-S3                 PIC 9(05)   VALUE 0.
001060 77  SVR-CNT-S4                 PIC 9(05)   VALUE 0.
001070 77  SVR-CNT-S5                 PIC 9(05)   VALUE 0.
001080 77  SVR-CNT-S6                 PIC 9(05)   VALUE 0.
001090 77  SVR-CNT-OTHER              PIC 9(05)   VALUE 0.
001100*
001110*---------------------------------------------------------------
001120*    ARRSVRPT LISTING LINE LAYOUTS.
001130*---------------------------------------------------------------
001140 01  SVR-RPT-HDR-LINE.
001150     05  FILLER                 PIC X(20)
001160                                 VALUE "ARRSECRP".
001170     05  FILLER                 PIC X(30)
001180         VALUE "SECURITY VIOLATION REPORT".
001190     05  FILLER                 PIC X(82) VALUE SPACES.
001200*
001210 01  SVR-RPT-PARM-LINE.
001220     05  FILLER                 PIC X(04) VALUE SPACES.
001230     05  FILLER                 PIC X(10) VALUE "FOR DATE:".
001240     05  SVR-RPT-PARM-DATE      PIC 9(06).
001250     05  FILLER                 PIC X(112) VALUE SPACES.
001260*
001270 01  SVR-RPT-COL-LINE.
001280     05  FILLER                 PIC X(04) VALUE SPACES.
001290     05  FILLER                 PIC X(10) VALUE "TIME".
001300     05  FILLER                 PIC X(10) VALUE "TRAN".
001310     05  FILLER                 PIC X(10) VALUE "OPERATOR".
001320     05  FILLER                 PIC X(06) VALUE "CODE".
001330     05  FILLER                 PIC X(42) VALUE "REASON".
001340     05  FILLER                 PIC X(06) VALUE "WHSE".
001350     05  FILLER                 PIC X(44) VALUE "KEY".
001360*
001370 01  SVR-RPT-DTL-LINE.
001380     05  FILLER                 PIC X(04) VALUE SPACES.
001390     05  SVR-RPT-DTL-HH         PIC 9(02).
001400     05  FILLER                 PIC X(01) VALUE ":".
001410     05  SVR-RPT-DTL-MIN        PIC 9(02).
001420     05  FILLER                 PIC X(01) VALUE ":".
001430     05  SVR-RPT-DTL-SS         PIC 9(02).
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  SVR-RPT-DTL-TRAN       PIC X(08).
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  SVR-RPT-DTL-OPER       PIC X(08).
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  SVR-RPT-DTL-CODE       PIC X(02).
001500     05  FILLER                 PIC X(04) VALUE SPACES.
001510     05  SVR-RPT-DTL-TEXT       PIC X(40).
001520     05  FILLER                 PIC X(02) VALUE SPACES.
001530     05  SVR-RPT-DTL-WHSE       PIC X(03).
001540     05  FILLER                 PIC X(03) VALUE SPACES.
001550     05  SVR-RPT-DTL-KEY        PIC X(12).
001560     05  FILLER                 PIC X(32) VALUE SPACES.
001570*
001580 01  SVR-RPT-RSN-LINE.
001590     05  FILLER                 PIC X(04) VALUE SPACES.
001600     05  FILLER                 PIC X(12) VALUE "BY REASON -".
001610     05  FILLER                 PIC X(05) VALUE "  S1:".
001620     05  SVR-RPT-RSN-S1         PIC ZZZZ9.
001630     05  FILLER                 PIC X(05) VALUE "  S2:".
001640     05  SVR-RPT-RSN-S2         PIC ZZZZ9.
001650     05  FILLER                 PIC X(05) VALUE "  S3:".
001660     05  SVR-RPT-RSN-S3         PIC ZZZZ9.
001670     05  FILLER                 PIC X(05) VALUE "  S4:".
001680     05  SVR-RPT-RSN-S4         PIC ZZZZ9.
001690     05  FILLER                 PIC X(05) VALUE "  S5:".
001700     05  SVR-RPT-RSN-S5         PIC ZZZZ9.
001710     05  FILLER                 PIC X(05) VALUE "  S6:".
001720     05  SVR-RPT-RSN-S6         PIC ZZZZ9.
001730     05  FILLER                 PIC X(08) VALUE "  OTHER:".
001740     05  SVR-RPT-RSN-OTHER      PIC ZZZZ9.
001750     05  FILLER                 PIC X(43) VALUE SPACES.
001760*
001770 01  SVR-RPT-KEY-LINE.
001780     05  FILLER                 PIC X(04) VALUE SPACES.
001790     05  FILLER                 PIC X(44)
001800         VALUE "S1 UNKNOWN OPERATOR  S2 PASSWORD  S3 REVOKED".
001810     05  FILLER                 PIC X(50)
001820         VALUE "  S4 TRANSACTION  S5 WAREHOUSE  S6 SELF-APPROVAL".
001830     05  FILLER                 PIC X(34) VALUE SPACES.
001840*
001850 01  SVR-RPT-CNT-LINE.
001860     05  FILLER                 PIC X(04) VALUE SPACES.
001870     05  FILLER                 PIC X(12) VALUE "VIOLATIONS:".
001880     05  SVR-RPT-CNT-PRT        PIC ZZZZZ9.
001890     05  FILLER                 PIC X(04) VALUE "  OF".
001900     05  SVR-RPT-CNT-READ       PIC ZZZZZ9.
001910     05  FILLER                 PIC X(16)
001920                                 VALUE " LOGGED IN ALL".
001930     05  FILLER                 PIC X(84) VALUE SPACES.
001940*
001950 01  SVR-RPT-NONE-LINE.
001960     05  FILLER                 PIC X(04) VALUE SPACES.
001970     05  FILLER                 PIC X(40)
001980         VALUE "NO SECURITY VIOLATIONS FOR THE DATE".
001990     05  FILLER                 PIC X(88) VALUE SPACES.
002000*
002010 PROCEDURE DIVISION.
002020*
002030*===============================================================
002040* 0000-MAINLINE.
002050*===============================================================
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002080         THRU 1000-INITIALIZE-EXIT.
002090     PERFORM 2000-READ-SECV-REC
002100         THRU 2000-READ-SECV-REC-EXIT
002110         UNTIL SVR-EOF.
002120     PERFORM 3000-REPORT-SUMMARY
002130         THRU 3000-REPORT-SUMMARY-EXIT.
002140     PERFORM 9000-TERMINATE
002150         THRU 9000-TERMINATE-EXIT.
002160     STOP RUN.
002170*
002180*===============================================================
002190* 1000-INITIALIZE  -  OPEN FILES, DECODE THE ARRSVCTL CONTROL
002200*     CARD, AND WRITE THE REPORT HEADING.  A MISSING CARD MEANS
002210*     TODAY'S VIOLATIONS.
002220*===============================================================
002230 1000-INITIALIZE.
002240     OPEN OUTPUT SVR-REPORT-FILE.
002250     WRITE SVR-REPORT-REC FROM SVR-RPT-HDR-LINE.
002260     ACCEPT SVR-RPT-DATE FROM DATE.
002270     PERFORM 1100-READ-CONTROL-CARD
002280         THRU 1100-READ-CONTROL-CARD-EXIT.
002290     MOVE SVR-RPT-DATE TO SVR-RPT-PARM-DATE.
002300     WRITE SVR-REPORT-REC FROM SVR-RPT-PARM-LINE.
002310     WRITE SVR-REPORT-REC FROM SVR-RPT-COL-LINE.
002320     OPEN INPUT SVR-SECV-FILE.
002330     IF SVR-SECV-NOT-FOUND
002340         DISPLAY "ARRSECRP - NO ARRSECV VIOLATION LOG TO READ"
002350         SET SVR-EOF TO TRUE
002360     END-IF.
002370 1000-INITIALIZE-EXIT.
002380     EXIT.
002390*
002400 1100-READ-CONTROL-CARD.
002410     OPEN INPUT SVR-CTL-FILE.
002420     IF SVR-CTL-NOT-FOUND
002430         DISPLAY "ARRSECRP - NO ARRSVCTL CONTROL CARD - "
002440             "REPORTING TODAY"
002450         GO TO 1100-READ-CONTROL-CARD-EXIT
002460     END-IF.
002470     READ SVR-CTL-FILE
002480         AT END
002490             CLOSE SVR-CTL-FILE
002500             GO TO 1100-READ-CONTROL-CARD-EXIT
002510     END-READ.
002520     IF SVR-CTL-RPT-DATE IS NUMERIC
002530         AND SVR-CTL-RPT-DATE NOT = "000000"
002540         MOVE SVR-CTL-RPT-DATE TO SVR-RPT-DATE
002550     END-IF.
002560     CLOSE SVR-CTL-FILE.
002570 1100-READ-CONTROL-CARD-EXIT.
002580     EXIT.
002590*
002600*===============================================================
002610* 2000-READ-SECV-REC  -  READ ONE LOGGED VIOLATION AND, IF IT
002620*     FELL ON THE REPORT DATE, COUNT IT BY REASON AND PRINT IT.
002630*     THE LOG IS APPENDED IN TIME ORDER, SO THE DAY PRINTS IN
002640*     THE ORDER IT HAPPENED.
002650*===============================================================
002660 2000-READ-SECV-REC.
002670     READ SVR-SECV-FILE
002680         AT END
002690             SET SVR-EOF TO TRUE
002700             GO TO 2000-READ-SECV-REC-EXIT
002710     END-READ.
002720     ADD 1 TO SVR-READ-COUNT.
002730     IF SVR-SECV-DATE NOT = SVR-RPT-DATE
002740         GO TO 2000-READ-SECV-REC-EXIT
002750     END-IF.
002760     PERFORM 2100-COUNT-REASON
002770         THRU 2100-COUNT-REASON-EXIT.
002780     MOVE SVR-SECV-HH      TO SVR-RPT-DTL-HH.
002790     MOVE SVR-SECV-MIN     TO SVR-RPT-DTL-MIN.
002800     MOVE SVR-SECV-SS      TO SVR-RPT-DTL-SS.
002810     MOVE SVR-SECV-TRAN    TO SVR-RPT-DTL-TRAN.
002820     MOVE SVR-SECV-OPER-ID TO SVR-RPT-DTL-OPER.
002830     MOVE SVR-SECV-CODE    TO SVR-RPT-DTL-CODE.
002840     MOVE SVR-SECV-TEXT    TO SVR-RPT-DTL-TEXT.
002850     MOVE SVR-SECV-WHSE    TO SVR-RPT-DTL-WHSE.
002860     MOVE SVR-SECV-KEY     TO SVR-RPT-DTL-KEY.
002870     WRITE SVR-REPORT-REC FROM SVR-RPT-DTL-LINE.
002880     ADD 1 TO SVR-PRINT-COUNT.
002890 2000-READ-SECV-REC-EXIT.
002900     EXIT.
002910*
002920 2100-COUNT-REASON.
002930     IF SVR-SECV-UNKNOWN-OPER
002940         ADD 1 TO SVR-CNT-S1
002950     ELSE IF SVR-SECV-BAD-PASSWORD
002960         ADD 1 TO SVR-CNT-S2
002970     ELSE IF SVR-SECV-REVOKED
002980         ADD 1 TO SVR-CNT-S3
002990     ELSE IF SVR-SECV-TRAN-DENIED
003000         ADD 1 TO SVR-CNT-S4
003010     ELSE IF SVR-SECV-WHSE-DENIED
003020         ADD 1 TO SVR-CNT-S5
003030     ELSE IF SVR-SECV-SELF-APPROVAL
003040         ADD 1 TO SVR-CNT-S6
003050     ELSE
003060         ADD 1 TO SVR-CNT-OTHER
003070     END-IF.
003080 2100-COUNT-REASON-EXIT.
003090     EXIT.
003100*
003110*===============================================================
003120* 3000-REPORT-SUMMARY  -  AFTER THE DETAIL, THE COUNTS BY
003130*     REASON AND THE REASON CODE KEY.
003140*===============================================================
003150 3000-REPORT-SUMMARY.
003160     IF SVR-PRINT-COUNT = 0
003170         WRITE SVR-REPORT-REC FROM SVR-RPT-NONE-LINE
003180         GO TO 3000-REPORT-SUMMARY-EXIT
003190     END-IF.
003200     MOVE SVR-CNT-S1    TO SVR-RPT-RSN-S1.
003210     MOVE SVR-CNT-S2    TO SVR-RPT-RSN-S2.
003220     MOVE SVR-CNT-S3    TO SVR-RPT-RSN-S3.
003230     MOVE SVR-CNT-S4    TO SVR-RPT-RSN-S4.
003240     MOVE SVR-CNT-S5    TO SVR-RPT-RSN-S5.
003250     MOVE SVR-CNT-S6    TO SVR-RPT-RSN-S6.
003260     MOVE SVR-CNT-OTHER TO SVR-RPT-RSN-OTHER.
003270     WRITE SVR-REPORT-REC FROM SVR-RPT-RSN-LINE.
003280     WRITE SVR-REPORT-REC FROM SVR-RPT-KEY-LINE.
003290 3000-REPORT-SUMMARY-EXIT.
003300     EXIT.
003310*
003320*===============================================================
003330* 9000-TERMINATE  -  WRITE THE COUNT TRAILER, CLOSE FILES, AND
003340*     END RC=4 IF THERE WAS ANY VIOLATION ON THE REPORT DATE.
003350*===============================================================
003360 9000-TERMINATE.
003370     MOVE SVR-PRINT-COUNT TO SVR-RPT-CNT-PRT.
003380     MOVE SVR-READ-COUNT  TO SVR-RPT-CNT-READ.
003390     WRITE SVR-REPORT-REC FROM SVR-RPT-CNT-LINE.
003400     IF NOT SVR-SECV-NOT-FOUND
003410         CLOSE SVR-SECV-FILE
003420     END-IF.
003430     CLOSE SVR-REPORT-FILE.
003440     IF SVR-PRINT-COUNT > 0
003450         DISPLAY "ARRSECRP - " SVR-PRINT-COUNT
003460             " SECURITY VIOLATION(S) ON " SVR-RPT-DATE
003470         MOVE 4 TO RETURN-CODE
003480     END-IF.
003490 9000-TERMINATE-EXIT.
003500     EXIT.
