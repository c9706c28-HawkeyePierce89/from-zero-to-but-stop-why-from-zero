000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRRCVRP.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - PURCHASE ORDER RECEIVING
000130*                  REPORT.  LISTS EVERY LINE OF THE ARRPO OPEN
000140*                  PURCHASE ORDER FILE WITH ITS ORDERED AND
000150*                  RECEIVED-TO-DATE QUANTITIES, THE QUANTITY
000160*                  STILL OUTSTANDING OR RECEIVED OVER, AND ITS
000170*                  STATUS - OPEN, PARTIAL, COMPLETE, OVER OR
000180*                  CLOSED.  A LINE NOT YET RECEIVED IN FULL
000190*                  WHOSE PROMISED DATE IS BEFORE THE AS-OF DATE
000200*                  ON THE ARRRCCTL CONTROL CARD IS FLAGGED PAST
000210*                  DUE.  ENDS RC=4 WHEN ANY LINE IS PAST DUE OR
000220*                  OVER-RECEIVED.
000230*===============================================================
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290*
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RCV-PO-FILE     ASSIGN TO ARRPO
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS RCV-PO-STATUS.
000350     SELECT RCV-CTL-FILE    ASSIGN TO ARRRCCTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS RCV-CTL-STATUS.
000380     SELECT RCV-REPORT-FILE ASSIGN TO ARRRCRPT
000390         ORGANIZATION IS SEQUENTIAL.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430*
000440*    PURCHASE ORDER LINE RECORD - ONE PER PO LINE, IN PO NUMBER
000450*    PLUS LINE SEQUENCE.  STATUS O = OPEN, C = CLOSED BY
000460*    PURCHASING.  TOLERANCE IS THE OVER-RECEIPT PERCENT
000470*    ALLOWED, BLANK FOR THE HOUSE DEFAULT.  LAYOUT MUST MATCH
000480*    ARRAYDEMO'S ARR-PO-REC.
000490 FD  RCV-PO-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520 01  RCV-PO-REC.
000530     05  RCV-PO-ID.
000540         10  RCV-PO-NO          PIC X(10).
000550         10  RCV-PO-LINE        PIC 9(03).
000560     05  RCV-PO-BIN-KEY.
000570         10  RCV-PO-WHSE-CODE   PIC X(03).
000580         10  RCV-PO-BIN-CODE    PIC X(09).
000590     05  RCV-PO-ORD-QTY         PIC 9(09).
000600     05  RCV-PO-RCV-QTY         PIC 9(09).
000610     05  RCV-PO-PROM-DATE       PIC 9(06).
000620     05  RCV-PO-STAT            PIC X(01).
000630         88  RCV-PO-CLOSED                  VALUE "C".
000640     05  RCV-PO-TOL-PCT         PIC X(03).
000650     05  RCV-PO-LAST-RCV        PIC 9(06).
000660     05  FILLER                 PIC X(73).
000670*
000680*    CONTROL CARD - OPTIONAL.  THE AS-OF DATE DEFAULTS TO TODAY.
000690 FD  RCV-CTL-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  RCV-CTL-REC.
000730     05  RCV-CTL-ASOF-DATE      PIC X(06).
000740     05  FILLER                 PIC X(74).
000750*
000760 FD  RCV-REPORT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  RCV-REPORT-REC             PIC X(132).
000800*
000810 WORKING-STORAGE SECTION.
000820*---------------------------------------------------------------
000830*    FILE AND CONTROL CARD CONTROLS, RUN COUNTERS.
000840*---------------------------------------------------------------
000850 01  RCV-PO-STATUS              PIC X(02)   VALUE SPACES.
000860     88  RCV-PO-NOT-FOUND                   VALUE "35".
000870 01  RCV-CTL-STATUS             PIC X(02)   VALUE SPACES.
000880     88  RCV-CTL-NOT-FOUND                  VALUE "35".
000890 77  RCV-EOF-SW                 PIC X(01)   VALUE "N".
000900     88  RCV-EOF                            VALUE "Y".
000910 77  RCV-RUN-DATE               PIC 9(06)   VALUE 0.
000920 77  RCV-ASOF-DATE              PIC 9(06)   VALUE 0.
000930 77  RCV-READ-COUNT             PIC 9(06)   VALUE 0.
000940 77  RCV-OPEN-COUNT             PIC 9(06)   VALUE 0.
000950 77  RCV-PARTIAL-COUNT          PIC 9(06)   VALUE 0.
000960 77  RCV-COMPLETE-COUNT         PIC 9(06)   VALUE 0.
000970 77  RCV-OVER-COUNT             PIC 9(06)   VALUE 0.
000980 77  RCV-CLOSED-COUNT           PIC 9(06)   VALUE 0.
000990 77  RCV-PAST-DUE-COUNT         PIC 9(06)   VALUE 0.
001000 77  RCV-TOTAL-OUTST            PIC 9(11)   VALUE 0.
001010 77  RCV-TOTAL-OVER             PIC 9(11)   VALUE 0.
001020 77  RCV-OUTST-QTY              PIC 9(09)   VALUE 0.
001030 77  RCV-OVER-QTY               PIC 9(09)   VALUE 0.
001040*
001050*---------------------------------------------------------------
001060*    ARRRCRPT REPORT LINE LAYOUTS.
001070*---------------------------------------------------------------
001080 01  RCV-RPT-HDR-LINE.
001090     05  FILLER                 PIC X(20)
001100                                 VALUE "ARRRCVRP".
001110     05  FILLER                 PIC X(40)
001120                        VALUE "PURCHASE ORDER RECEIVING STATUS".
001130     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
001140     05  RCV-RPT-HDR-DATE       PIC 9(06).
001150     05  FILLER                 PIC X(08) VALUE "  AS OF ".
001160     05  RCV-RPT-HDR-ASOF       PIC 9(06).
001170     05  FILLER                 PIC X(43) VALUE SPACES.
001180*
001190 01  RCV-RPT-COL-LINE.
001200     05  FILLER                 PIC X(04) VALUE SPACES.
001210     05  FILLER                 PIC X(12) VALUE "PO NUMBER".
001220     05  FILLER                 PIC X(06) VALUE "LINE".
001230     05  FILLER                 PIC X(06) VALUE "WHSE".
001240     05  FILLER                 PIC X(09) VALUE "BIN".
001250     05  FILLER                 PIC X(13) VALUE "      ORDERED".
001260     05  FILLER                 PIC X(13) VALUE "     RECEIVED".
001270     05  FILLER                 PIC X(13) VALUE "  OUTSTANDING".
001280     05  FILLER                 PIC X(13) VALUE "         OVER".
001290     05  FILLER                 PIC X(09) VALUE " PROMISED".
001300     05  FILLER                 PIC X(09) VALUE " LAST RCV".
001310     05  FILLER                 PIC X(11) VALUE "   STATUS".
001320     05  FILLER                 PIC X(14) VALUE "  FLAG".
001330*
001340 01  RCV-RPT-DTL-LINE.
001350     05  FILLER                 PIC X(04) VALUE SPACES.
001360     05  RCV-RPT-DTL-PO         PIC X(10).
001370     05  FILLER                 PIC X(02) VALUE SPACES.
001380     05  RCV-RPT-DTL-LINE-NO    PIC 9(03).
001390     05  FILLER                 PIC X(03) VALUE SPACES.
001400     05  RCV-RPT-DTL-WHSE       PIC X(03).
001410     05  FILLER                 PIC X(03) VALUE SPACES.
001420     05  RCV-RPT-DTL-BIN        PIC X(09).
001430     05  FILLER                 PIC X(02) VALUE SPACES.
001440     05  RCV-RPT-DTL-ORD        PIC ZZZ,ZZZ,ZZ9.
001450     05  FILLER                 PIC X(02) VALUE SPACES.
001460     05  RCV-RPT-DTL-RCV        PIC ZZZ,ZZZ,ZZ9.
001470     05  FILLER                 PIC X(02) VALUE SPACES.
001480     05  RCV-RPT-DTL-OUTST      PIC ZZZ,ZZZ,ZZ9.
001490     05  FILLER                 PIC X(02) VALUE SPACES.
001500     05  RCV-RPT-DTL-OVER       PIC ZZZ,ZZZ,ZZ9.
001510     05  FILLER                 PIC X(03) VALUE SPACES.
001520     05  RCV-RPT-DTL-PROM       PIC 9(06).
001530     05  FILLER                 PIC X(03) VALUE SPACES.
001540     05  RCV-RPT-DTL-LAST       PIC 9(06).
001550     05  FILLER                 PIC X(03) VALUE SPACES.
001560     05  RCV-RPT-DTL-STAT       PIC X(08).
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  RCV-RPT-DTL-FLAG       PIC X(12).
001590*
001600 01  RCV-RPT-CNT-LINE.
001610     05  FILLER                 PIC X(04) VALUE SPACES.
001620     05  FILLER                 PIC X(16) VALUE "PO LINES READ:".
001630     05  RCV-RPT-CNT-READ       PIC ZZZZZ9.
001640     05  FILLER                 PIC X(08) VALUE "  OPEN:".
001650     05  RCV-RPT-CNT-OPEN       PIC ZZZZZ9.
001660     05  FILLER                 PIC X(11) VALUE "  PARTIAL:".
001670     05  RCV-RPT-CNT-PARTIAL    PIC ZZZZZ9.
001680     05  FILLER                 PIC X(12) VALUE "  COMPLETE:".
001690     05  RCV-RPT-CNT-COMPLETE   PIC ZZZZZ9.
001700     05  FILLER                 PIC X(08) VALUE "  OVER:".
001710     05  RCV-RPT-CNT-OVER       PIC ZZZZZ9.
001720     05  FILLER                 PIC X(10) VALUE "  CLOSED:".
001730     05  RCV-RPT-CNT-CLOSED     PIC ZZZZZ9.
001740     05  FILLER                 PIC X(27) VALUE SPACES.
001750*
001760 01  RCV-RPT-CNT2-LINE.
001770     05  FILLER                 PIC X(04) VALUE SPACES.
001780     05  FILLER                 PIC X(16) VALUE "PAST DUE:".
001790     05  RCV-RPT-CNT-PAST       PIC ZZZZZ9.
001800     05  FILLER                 PIC X(21)
001810                                 VALUE "  TOTAL OUTSTANDING:".
001820     05  RCV-RPT-CNT-OUTST      PIC ZZ,ZZZ,ZZZ,ZZ9.
001830     05  FILLER                 PIC X(14) VALUE "  TOTAL OVER:".
001840     05  RCV-RPT-CNT-OVERQ      PIC ZZ,ZZZ,ZZZ,ZZ9.
001850     05  FILLER                 PIC X(43) VALUE SPACES.
001860*
001870 01  RCV-RPT-NONE-LINE.
001880     05  FILLER                 PIC X(04) VALUE SPACES.
001890     05  FILLER                 PIC X(40)
001900         VALUE "NO PURCHASE ORDER LINES ON ARRPO".
001910     05  FILLER                 PIC X(88) VALUE SPACES.
001920*
001930 PROCEDURE DIVISION.
001940*
001950*===============================================================
001960* 0000-MAINLINE.
001970*===============================================================
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE
002000         THRU 1000-INITIALIZE-EXIT.
002010     PERFORM 2000-PROCESS-PO-LINE
002020         THRU 2000-PROCESS-PO-LINE-EXIT
002030         UNTIL RCV-EOF.
002040     PERFORM 9000-TERMINATE
002050         THRU 9000-TERMINATE-EXIT.
002060     STOP RUN.
002070*
002080*===============================================================
002090* 1000-INITIALIZE  -  DECODE THE ARRRCCTL CONTROL CARD, WRITE
002100*     THE REPORT HEADING AND OPEN ARRPO.  A MISSING CARD MEANS
002110*     AS OF TODAY.
002120*===============================================================
002130 1000-INITIALIZE.
002140     ACCEPT RCV-RUN-DATE FROM DATE.
002150     MOVE RCV-RUN-DATE TO RCV-ASOF-DATE.
002160     PERFORM 1100-READ-CONTROL-CARD
002170         THRU 1100-READ-CONTROL-CARD-EXIT.
002180     OPEN OUTPUT RCV-REPORT-FILE.
002190     MOVE RCV-RUN-DATE  TO RCV-RPT-HDR-DATE.
002200     MOVE RCV-ASOF-DATE TO RCV-RPT-HDR-ASOF.
002210     WRITE RCV-REPORT-REC FROM RCV-RPT-HDR-LINE.
002220     WRITE RCV-REPORT-REC FROM RCV-RPT-COL-LINE.
002230     OPEN INPUT RCV-PO-FILE.
002240     IF RCV-PO-NOT-FOUND
002250         DISPLAY "ARRRCVRP - NO ARRPO PURCHASE ORDER FILE TO READ"
002260         SET RCV-EOF TO TRUE
002270         GO TO 1000-INITIALIZE-EXIT
002280     END-IF.
002290     PERFORM 2100-READ-PO-REC
002300         THRU 2100-READ-PO-REC-EXIT.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330*
002340 1100-READ-CONTROL-CARD.
002350     OPEN INPUT RCV-CTL-FILE.
002360     IF RCV-CTL-NOT-FOUND
002370         DISPLAY "ARRRCVRP - NO ARRRCCTL CONTROL CARD - "
002380             "AS OF TODAY"
002390         GO TO 1100-READ-CONTROL-CARD-EXIT
002400     END-IF.
002410     READ RCV-CTL-FILE
002420         AT END
002430             CLOSE RCV-CTL-FILE
002440             GO TO 1100-READ-CONTROL-CARD-EXIT
002450     END-READ.
002460     IF RCV-CTL-ASOF-DATE IS NUMERIC
002470         AND RCV-CTL-ASOF-DATE NOT = "000000"
002480         MOVE RCV-CTL-ASOF-DATE TO RCV-ASOF-DATE
002490     END-IF.
002500     CLOSE RCV-CTL-FILE.
002510 1100-READ-CONTROL-CARD-EXIT.
002520     EXIT.
002530*
002540*===============================================================
002550* 2000-PROCESS-PO-LINE  -  WORK OUT ONE LINE'S STATUS AND
002560*     DISCREPANCY AND PRINT IT.  A CLOSED LINE IS NEVER PAST
002570*     DUE; PURCHASING HAS FINISHED WITH IT.
002580*===============================================================
002590 2000-PROCESS-PO-LINE.
002600     ADD 1 TO RCV-READ-COUNT.
002610     MOVE SPACES TO RCV-RPT-DTL-FLAG.
002620     MOVE 0 TO RCV-OUTST-QTY
002630               RCV-OVER-QTY.
002640     IF RCV-PO-RCV-QTY < RCV-PO-ORD-QTY
002650         COMPUTE RCV-OUTST-QTY = RCV-PO-ORD-QTY - RCV-PO-RCV-QTY
002660     ELSE
002670         COMPUTE RCV-OVER-QTY = RCV-PO-RCV-QTY - RCV-PO-ORD-QTY
002680     END-IF.
002690     IF RCV-PO-CLOSED
002700         MOVE "CLOSED" TO RCV-RPT-DTL-STAT
002710         ADD 1 TO RCV-CLOSED-COUNT
002720         GO TO 2000-PROCESS-PO-LINE-PRINT
002730     END-IF.
002740     ADD RCV-OUTST-QTY TO RCV-TOTAL-OUTST.
002750     ADD RCV-OVER-QTY  TO RCV-TOTAL-OVER.
002760     IF RCV-OVER-QTY > 0
002770         MOVE "OVER" TO RCV-RPT-DTL-STAT
002780         MOVE "** OVER RCVD" TO RCV-RPT-DTL-FLAG
002790         ADD 1 TO RCV-OVER-COUNT
002800         GO TO 2000-PROCESS-PO-LINE-PRINT
002810     END-IF.
002820     IF RCV-OUTST-QTY = 0
002830         MOVE "COMPLETE" TO RCV-RPT-DTL-STAT
002840         ADD 1 TO RCV-COMPLETE-COUNT
002850         GO TO 2000-PROCESS-PO-LINE-PRINT
002860     END-IF.
002870     IF RCV-PO-RCV-QTY = 0
002880         MOVE "OPEN" TO RCV-RPT-DTL-STAT
002890         ADD 1 TO RCV-OPEN-COUNT
002900     ELSE
002910         MOVE "PARTIAL" TO RCV-RPT-DTL-STAT
002920         ADD 1 TO RCV-PARTIAL-COUNT
002930     END-IF.
002940     IF RCV-PO-PROM-DATE < RCV-ASOF-DATE
002950         MOVE "** PAST DUE" TO RCV-RPT-DTL-FLAG
002960         ADD 1 TO RCV-PAST-DUE-COUNT
002970     END-IF.
002980 2000-PROCESS-PO-LINE-PRINT.
002990     MOVE RCV-PO-NO        TO RCV-RPT-DTL-PO.
003000     MOVE RCV-PO-LINE      TO RCV-RPT-DTL-LINE-NO.
003010     MOVE RCV-PO-WHSE-CODE TO RCV-RPT-DTL-WHSE.
003020     MOVE RCV-PO-BIN-CODE  TO RCV-RPT-DTL-BIN.
003030     MOVE RCV-PO-ORD-QTY   TO RCV-RPT-DTL-ORD.
003040     MOVE RCV-PO-RCV-QTY   TO RCV-RPT-DTL-RCV.
003050     MOVE RCV-OUTST-QTY    TO RCV-RPT-DTL-OUTST.
003060     MOVE RCV-OVER-QTY     TO RCV-RPT-DTL-OVER.
003070     MOVE RCV-PO-PROM-DATE TO RCV-RPT-DTL-PROM.
003080     MOVE RCV-PO-LAST-RCV  TO RCV-RPT-DTL-LAST.
003090     WRITE RCV-REPORT-REC FROM RCV-RPT-DTL-LINE.
003100     PERFORM 2100-READ-PO-REC
003110         THRU 2100-READ-PO-REC-EXIT.
003120 2000-PROCESS-PO-LINE-EXIT.
003130     EXIT.
003140*
003150 2100-READ-PO-REC.
003160     READ RCV-PO-FILE
003170         AT END
003180             SET RCV-EOF TO TRUE
003190             GO TO 2100-READ-PO-REC-EXIT
003200     END-READ.
003210     IF RCV-PO-ORD-QTY NOT NUMERIC
003220         OR RCV-PO-RCV-QTY NOT NUMERIC
003230         DISPLAY "ARRRCVRP - ARRPO QUANTITY NOT NUMERIC, "
003240             "SKIPPED: " RCV-PO-ID
003250         GO TO 2100-READ-PO-REC
003260     END-IF.
003270     IF RCV-PO-PROM-DATE NOT NUMERIC
003280         MOVE 0 TO RCV-PO-PROM-DATE
003290     END-IF.
003300     IF RCV-PO-LAST-RCV NOT NUMERIC
003310         MOVE 0 TO RCV-PO-LAST-RCV
003320     END-IF.
003330 2100-READ-PO-REC-EXIT.
003340     EXIT.
003350*
003360*===============================================================
003370* 9000-TERMINATE  -  WRITE THE COUNT TRAILERS, CLOSE FILES, AND
003380*     END RC=4 IF ANY LINE IS PAST DUE OR OVER-RECEIVED.
003390*===============================================================
003400 9000-TERMINATE.
003410     IF RCV-READ-COUNT = 0
003420         WRITE RCV-REPORT-REC FROM RCV-RPT-NONE-LINE
003430     END-IF.
003440     MOVE RCV-READ-COUNT     TO RCV-RPT-CNT-READ.
003450     MOVE RCV-OPEN-COUNT     TO RCV-RPT-CNT-OPEN.
003460     MOVE RCV-PARTIAL-COUNT  TO RCV-RPT-CNT-PARTIAL.
003470     MOVE RCV-COMPLETE-COUNT TO RCV-RPT-CNT-COMPLETE.
003480     MOVE RCV-OVER-COUNT     TO RCV-RPT-CNT-OVER.
003490     MOVE RCV-CLOSED-COUNT   TO RCV-RPT-CNT-CLOSED.
003500     WRITE RCV-REPORT-REC FROM RCV-RPT-CNT-LINE.
003510     MOVE RCV-PAST-DUE-COUNT TO RCV-RPT-CNT-PAST.
003520     MOVE RCV-TOTAL-OUTST    TO RCV-RPT-CNT-OUTST.
003530     MOVE RCV-TOTAL-OVER     TO RCV-RPT-CNT-OVERQ.
003540     WRITE RCV-REPORT-REC FROM RCV-RPT-CNT2-LINE.
003550     IF NOT RCV-PO-NOT-FOUND
003560         CLOSE RCV-PO-FILE
003570     END-IF.
003580     CLOSE RCV-REPORT-FILE.
003590     DISPLAY "ARRRCVRP - PO LINES: " RCV-READ-COUNT
003600         "  PAST DUE: " RCV-PAST-DUE-COUNT
003610         "  OVER-RECEIVED: " RCV-OVER-COUNT.
003620     IF RCV-PAST-DUE-COUNT > 0
003630         OR RCV-OVER-COUNT > 0
003640         MOVE 4 TO RETURN-CODE
003650     END-IF.
003660 9000-TERMINATE-EXIT.
003670     EXIT.
