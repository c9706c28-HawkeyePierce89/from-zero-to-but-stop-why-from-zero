000300*                  FOR THE JCL TO PROMOTE, AND GIVES ARRAUDAR A
000310*                  PRINCIPLED CUTOFF - ARCHIVE ONLY THROUGH THE
000320*                  LAST PROVEN CLOSE.
000330* 10/15/26   RLH   ARRAUD LAYOUT - ACTIVITY TYPE APPENDED IN WHAT
000340*                  WAS FILLER.
000350*===============================================================
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410*
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CLS-PCLS-FILE   ASSIGN TO ARRPCLS
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS CLS-PCLS-STATUS.
000470     SELECT CLS-SNAP-FILE   ASSIGN TO ARRSNAP
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS CLS-SNAP-STATUS.
000500     SELECT CLS-AUD-FILE    ASSIGN TO ARRAUD
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS CLS-AUD-STATUS.
000530     SELECT CLS-CTL-FILE    ASSIGN TO ARRCCTL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS CLS-CTL-STATUS.
000560     SELECT CLS-PCLSO-FILE  ASSIGN TO ARRPCLSO
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT CLS-REPORT-FILE ASSIGN TO ARRCLSR
000590         ORGANIZATION IS SEQUENTIAL.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*    PRIOR CLOSE POSITION - ONE ROW PER BIN AS OF THE LAST
000650*    PROVEN CLOSE.  A MISSING ARRPCLS IS THE FIRST EVER CLOSE -
000660*    EVERY BIN OPENS AT ZERO AND THE WHOLE BOOK MUST BE
000670*    EXPLAINED BY AUDIT ACTIVITY.
000680 FD  CLS-PCLS-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 01  CLS-PCLS-REC.
000720     05  CLS-PCLS-BIN-KEY.
000730         10  CLS-PCLS-WHSE      PIC X(03).
000740         10  CLS-PCLS-CODE      PIC X(09).
000750     05  CLS-PCLS-VAL           PIC 9(09).
000760     05  CLS-PCLS-CLOSE-DATE    PIC 9(06).
000770     05  FILLER                 PIC X(105).
000780*
000790*    CLOSING SNAPSHOT - THE DESIGNATED ARRSNAP GENERATION THIS
000800*    CLOSE LOCKS.  LAYOUT MUST MATCH ARRAYDEMO'S ARR-SNAP-REC.
000810 FD  CLS-SNAP-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  CLS-SNAP-REC.
000850     05  CLS-SNAP-SUB           PIC 9(04).
000860     05  CLS-SNAP-BIN-KEY.
000870         10  CLS-SNAP-WHSE      PIC X(03).
000880         10  CLS-SNAP-CODE      PIC X(09).
000890     05  CLS-SNAP-VAL           PIC 9(09).
000900     05  CLS-SNAP-RUN-DATE      PIC 9(06).
000910     05  FILLER                 PIC X(101).
000920*
000930*    AUDIT TRAIL RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000940*    ARR-AUDIT-REC.  THE SOURCE FLAG AND WAREHOUSE WERE
000950*    APPENDED IN WHAT WAS FILLER; A BLANK SOURCE MARKS A RECORD
000960*    FROM BEFORE THE FLAG EXISTED AND ROLLS FORWARD AS A LOAD.
000970 FD  CLS-AUD-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  CLS-AUD-REC.
001010     05  CLS-AUD-SUB            PIC 9(04).
001020     05  CLS-AUD-CODE           PIC X(09).
001030     05  CLS-AUD-OLD-VAL        PIC 9(09).
001040     05  CLS-AUD-NEW-VAL        PIC 9(09).
001050     05  CLS-AUD-RUN-DATE       PIC 9(06).
001060     05  CLS-AUD-RUN-TIME       PIC 9(08).
001070     05  CLS-AUD-SOURCE         PIC X(01).
001080         88  CLS-AUD-SOURCE-LOAD            VALUES "L" " ".
001090     05  CLS-AUD-DOC-NO         PIC X(10).
001100     05  CLS-AUD-WHSE           PIC X(03).
001110     05  CLS-AUD-TYPE           PIC X(01).
001120     05  FILLER                 PIC X(72).
001130*
001140*    CONTROL CARD - THE PERIOD THE CLOSE COVERS.  COLUMNS 1-6
001150*    FROM DATE, 7-12 TO DATE (BOTH YYMMDD).  AUDIT RECORDS
001160*    DATED IN THE RANGE, INCLUSIVE, ROLL FORWARD; THE TO DATE
001170*    ALSO STAMPS THE NEW CLOSE POSITION.  ZEROS OR SPACES
001180*    LEAVE THAT END OPEN (THE TO DATE THEN STAMPS AS THE RUN
001190*    DATE).
001200 FD  CLS-CTL-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  CLS-CTL-REC.
001240     05  CLS-CTL-FROM-DATE      PIC X(06).
001250     05  CLS-CTL-TO-DATE        PIC X(06).
001260     05  FILLER                 PIC X(68).
001270*
001280*    NEW CLOSE POSITION - THE CLOSING SNAPSHOT RESTATED IN
001290*    ARRPCLS LAYOUT, WRITTEN ON A FRESH DATASET THE JCL
001300*    PROMOTES OVER ARRPCLS ONLY WHEN THE CLOSE PROVED CLEAN.
001310 FD  CLS-PCLSO-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  CLS-PCLSO-REC.
001350     05  CLS-PCLSO-BIN-KEY      PIC X(12).
001360     05  CLS-PCLSO-VAL          PIC 9(09).
001370     05  CLS-PCLSO-CLOSE-DATE   PIC 9(06).
001380     05  FILLER                 PIC X(105).
001390*
001400 FD  CLS-REPORT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 01  CLS-REPORT-REC             PIC X(132).
001440*
001450 WORKING-STORAGE SECTION.
001460*---------------------------------------------------------------
001470*    ROLL-FORWARD TABLE - ONE ENTRY PER DISTINCT WAREHOUSE PLUS
001480*    BIN CODE SEEN ON THE PRIOR CLOSE, THE PERIOD'S AUDIT
001490*    RECORDS OR THE CLOSING SNAPSHOT, KEPT IN ASCENDING KEY
001500*    SEQUENCE BY ORDERED INSERTION.  EXPECTED IS SIGNED - A
001510*    MISSING AUDIT RECORD CAN LEAVE IT ANYWHERE.
001520*---------------------------------------------------------------
001530 01  CLS-TABLE.
001540     05  CLS-COUNT          PIC 9(04)   COMP.
001550     05  CLS-ENTRY          OCCURS 1 TO 1000 TIMES
001560                            DEPENDING ON CLS-COUNT
001570                            INDEXED BY CLS-IDX.
001580         10  CLS-KEY.
001590             15  CLS-WHSE   PIC X(03)   VALUE SPACES.
001600             15  CLS-CODE   PIC X(09)   VALUE SPACES.
001610         10  CLS-OPENING    PIC 9(09)   VALUE 0.
001620         10  CLS-EXPECTED   PIC S9(11)  VALUE 0.
001630         10  CLS-ACTUAL     PIC 9(09)   VALUE 0.
001640         10  CLS-ON-SNAP-SW PIC X(01)   VALUE "N".
001650             88  CLS-ON-SNAP            VALUE "Y".
001660 77  CLS-MAX-ENTRIES        PIC 9(04)   VALUE 1000.
001670*
001680 01  CLS-PCLS-STATUS            PIC X(02)   VALUE SPACES.
001690     88  CLS-PCLS-NOT-FOUND                 VALUE "35".
001700 01  CLS-SNAP-STATUS            PIC X(02)   VALUE SPACES.
001710     88  CLS-SNAP-NOT-FOUND                 VALUE "35".
001720 01  CLS-AUD-STATUS             PIC X(02)   VALUE SPACES.
001730     88  CLS-AUD-NOT-FOUND                  VALUE "35".
001740 01  CLS-CTL-STATUS             PIC X(02)   VALUE SPACES.
001750     88  CLS-CTL-NOT-FOUND                  VALUE "35".
001760 77  CLS-PCLS-EOF-SW            PIC X(01)   VALUE "N".
001770     88  CLS-PCLS-EOF                       VALUE "Y".
001780 77  CLS-SNAP-EOF-SW            PIC X(01)   VALUE "N".
001790     88  CLS-SNAP-EOF                       VALUE "Y".
001800 77  CLS-AUD-EOF-SW             PIC X(01)   VALUE "N".
001810     88  CLS-AUD-EOF                        VALUE "Y".
001820*
001830 77  CLS-FLT-FROM-DATE          PIC 9(06)   VALUE 0.
001840 77  CLS-FLT-TO-DATE            PIC 9(06)   VALUE 999999.
001850 77  CLS-CLOSE-DATE             PIC 9(06)   VALUE 0.
001860 77  CLS-AUD-READ-COUNT         PIC 9(06)   VALUE 0.
001870 77  CLS-AUD-USED-COUNT         PIC 9(06)   VALUE 0.
001880 77  CLS-OOB-COUNT              PIC 9(04)   VALUE 0.
001890 77  CLS-OK-COUNT               PIC 9(04)   VALUE 0.
001900 77  CLS-DIFF                   PIC S9(11)  VALUE 0.
001910 77  CLS-ACTIVITY               PIC S9(11)  VALUE 0.
001920 77  CLS-RUN-RC                 PIC 9(02)   VALUE 0.
001930*
001940*    ORDERED-INSERT CONTROLS.
001950 01  CLS-WORK-KEY.
001960     05  CLS-WORK-WHSE          PIC X(03)   VALUE SPACES.
001970     05  CLS-WORK-CODE          PIC X(09)   VALUE SPACES.
001980 77  CLS-INS-POS                PIC 9(04)   VALUE 0.
001990 77  CLS-SCAN-SUB               PIC 9(04)   VALUE 0.
002000 77  CLS-SHIFT-SUB              PIC 9(04)   VALUE 0.
002010 77  CLS-MATCH-SW               PIC X(01)   VALUE "N".
002020     88  CLS-KEY-MATCHED                    VALUE "Y".
002030*
002040 01  CLS-RUN-DATE.
002050     05  CLS-RUN-YY             PIC 9(02).
002060     05  CLS-RUN-MM             PIC 9(02).
002070     05  CLS-RUN-DD             PIC 9(02).
002080 01  CLS-RUN-DATE-N REDEFINES CLS-RUN-DATE
002090                                PIC 9(06).
002100*
002110*---------------------------------------------------------------
002120*    ARRCLSR LISTING LINE LAYOUTS.
002130*---------------------------------------------------------------
002140 01  CLS-RPT-HDR-LINE.
002150     05  FILLER                 PIC X(20)
002160                                 VALUE "ARRCLOSE".
002170     05  FILLER                 PIC X(35)
002180         VALUE "PERIOD CLOSE ROLL-FORWARD".
002190     05  FILLER                 PIC X(10)
002200                                 VALUE "RUN DATE:".
002210     05  CLS-RPT-HDR-MM         PIC 99.
002220     05  FILLER                 PIC X(01) VALUE "/".
002230     05  CLS-RPT-HDR-DD         PIC 99.
002240     05  FILLER                 PIC X(01) VALUE "/".
002250     05  CLS-RPT-HDR-YY         PIC 99.
002260     05  FILLER                 PIC X(59) VALUE SPACES.
002270*
002280 01  CLS-RPT-FLT-LINE.
002290     05  FILLER                 PIC X(04) VALUE SPACES.
002300     05  FILLER                 PIC X(15)
002310                                 VALUE "PERIOD FROM:".
002320     05  CLS-RPT-FLT-FROM       PIC X(08).
002330     05  FILLER                 PIC X(05) VALUE "TO:".
002340     05  CLS-RPT-FLT-TO         PIC X(08).
002350     05  FILLER                 PIC X(92) VALUE SPACES.
002360*
002370 01  CLS-RPT-COL-LINE.
002380     05  FILLER                 PIC X(04) VALUE SPACES.
002390     05  FILLER                 PIC X(05) VALUE "WHSE".
002400     05  FILLER                 PIC X(11) VALUE "BIN CODE".
002410     05  FILLER                 PIC X(13) VALUE "    OPENING".
002420     05  FILLER                 PIC X(14) VALUE "    ACTIVITY".
002430     05  FILLER                 PIC X(14) VALUE "    EXPECTED".
002440     05  FILLER                 PIC X(13) VALUE "    CLOSING".
002450     05  FILLER                 PIC X(15) VALUE "  DIFFERENCE".
002460     05  FILLER                 PIC X(43) VALUE "NOTE".
002470*
002480 01  CLS-RPT-DTL-LINE.
002490     05  FILLER                 PIC X(04) VALUE SPACES.
002500     05  CLS-RPT-DTL-WHSE       PIC X(03).
002510     05  FILLER                 PIC X(02) VALUE SPACES.
002520     05  CLS-RPT-DTL-CODE       PIC X(09).
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  CLS-RPT-DTL-OPEN       PIC ZZZ,ZZZ,ZZ9.
002550     05  FILLER                 PIC X(02) VALUE SPACES.
002560     05  CLS-RPT-DTL-ACT        PIC -ZZZ,ZZZ,ZZ9.
002570     05  FILLER                 PIC X(02) VALUE SPACES.
002580     05  CLS-RPT-DTL-EXP        PIC -ZZZ,ZZZ,ZZ9.
002590     05  FILLER                 PIC X(02) VALUE SPACES.
002600     05  CLS-RPT-DTL-CLS        PIC ZZZ,ZZZ,ZZ9.
002610     05  FILLER                 PIC X(02) VALUE SPACES.
002620     05  CLS-RPT-DTL-DIF        PIC -ZZZ,ZZZ,ZZ9.
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  CLS-RPT-DTL-NOTE       PIC X(20).
002650     05  FILLER                 PIC X(24) VALUE SPACES.
002660*
002670 01  CLS-RPT-NONE-LINE.
002680     05  FILLER                 PIC X(04) VALUE SPACES.
002690     05  FILLER                 PIC X(44)
002700         VALUE "ALL BINS IN BALANCE - ACTIVITY PROVES CLOSE".
002710     05  FILLER                 PIC X(84) VALUE SPACES.
002720*
002730 01  CLS-RPT-TOT-LINE.
002740     05  FILLER                 PIC X(04) VALUE SPACES.
002750     05  FILLER                 PIC X(14) VALUE "BINS CHECKED:".
002760     05  CLS-RPT-TOT-BINS       PIC ZZZ9.
002770     05  FILLER                 PIC X(13) VALUE "  IN BALANCE:".
002780     05  CLS-RPT-TOT-OK         PIC ZZZ9.
002790     05  FILLER                 PIC X(17)
002800         VALUE "  OUT OF BALANCE:".
002810     05  CLS-RPT-TOT-OOB        PIC ZZZ9.
002820     05  FILLER                 PIC X(19)
002830         VALUE "  AUDIT IN PERIOD:".
002840     05  CLS-RPT-TOT-AUD        PIC ZZZZZ9.
002850     05  FILLER                 PIC X(47) VALUE SPACES.
002860*
002870 PROCEDURE DIVISION.
002880*
002890*===============================================================
002900* 0000-MAINLINE.
002910*===============================================================
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-INITIALIZE-EXIT.
002950     PERFORM 2000-LOAD-PRIOR-CLOSE
002960         THRU 2000-LOAD-PRIOR-CLOSE-EXIT.
002970     PERFORM 3000-ROLL-FORWARD-AUDIT
002980         THRU 3000-ROLL-FORWARD-AUDIT-EXIT.
002990     PERFORM 4000-APPLY-CLOSING-SNAP
003000         THRU 4000-APPLY-CLOSING-SNAP-EXIT.
003010     PERFORM 5000-PRODUCE-REPORT
003020         THRU 5000-PRODUCE-REPORT-EXIT.
003030     PERFORM 7000-WRITE-NEW-CLOSE
003040         THRU 7000-WRITE-NEW-CLOSE-EXIT.
003050     PERFORM 9000-TERMINATE
003060         THRU 9000-TERMINATE-EXIT.
003070     STOP RUN.
003080*
003090*===============================================================
003100* 1000-INITIALIZE  -  OPEN THE LISTING, DECODE THE ARRCCTL
003110*     PERIOD CARD AND WRITE THE HEADINGS.
003120*===============================================================
003130 1000-INITIALIZE.
003140     MOVE 0 TO CLS-COUNT.
003150     OPEN OUTPUT CLS-REPORT-FILE.
003160     OPEN OUTPUT CLS-PCLSO-FILE.
003170     ACCEPT CLS-RUN-DATE FROM DATE.
003180     MOVE CLS-RUN-DATE-N TO CLS-CLOSE-DATE.
003190     MOVE CLS-RUN-MM TO CLS-RPT-HDR-MM.
003200     MOVE CLS-RUN-DD TO CLS-RPT-HDR-DD.
003210     MOVE CLS-RUN-YY TO CLS-RPT-HDR-YY.
003220     WRITE CLS-REPORT-REC FROM CLS-RPT-HDR-LINE.
003230     PERFORM 1100-READ-CONTROL-CARD
003240         THRU 1100-READ-CONTROL-CARD-EXIT.
003250     PERFORM 1200-WRITE-FILTER-LINE
003260         THRU 1200-WRITE-FILTER-LINE-EXIT.
003270     WRITE CLS-REPORT-REC FROM CLS-RPT-COL-LINE.
003280 1000-INITIALIZE-EXIT.
003290     EXIT.
003300*
003310 1100-READ-CONTROL-CARD.
003320     OPEN INPUT CLS-CTL-FILE.
003330     IF CLS-CTL-NOT-FOUND
003340         DISPLAY "ARRCLOSE - NO ARRCCTL CONTROL CARD - WHOLE "
003350             "AUDIT HISTORY ROLLS FORWARD"
003360         GO TO 1100-READ-CONTROL-CARD-EXIT
003370     END-IF.
003380     READ CLS-CTL-FILE
003390         AT END
003400             CLOSE CLS-CTL-FILE
003410             GO TO 1100-READ-CONTROL-CARD-EXIT
003420     END-READ.
003430     IF CLS-CTL-FROM-DATE IS NUMERIC
003440         AND CLS-CTL-FROM-DATE NOT = "000000"
003450         MOVE CLS-CTL-FROM-DATE TO CLS-FLT-FROM-DATE
003460     END-IF.
003470     IF CLS-CTL-TO-DATE IS NUMERIC
003480         AND CLS-CTL-TO-DATE NOT = "000000"
003490         MOVE CLS-CTL-TO-DATE TO CLS-FLT-TO-DATE
003500         MOVE CLS-CTL-TO-DATE TO CLS-CLOSE-DATE
003510     END-IF.
003520     CLOSE CLS-CTL-FILE.
003530 1100-READ-CONTROL-CARD-EXIT.
003540     EXIT.
003550*
003560 1200-WRITE-FILTER-LINE.
003570     IF CLS-FLT-FROM-DATE = 0
003580         MOVE "OPEN" TO CLS-RPT-FLT-FROM
003590     ELSE
003600         MOVE CLS-FLT-FROM-DATE TO CLS-RPT-FLT-FROM
003610     END-IF.
003620     IF CLS-FLT-TO-DATE = 999999
003630         MOVE "OPEN" TO CLS-RPT-FLT-TO
003640     ELSE
003650         MOVE CLS-FLT-TO-DATE TO CLS-RPT-FLT-TO
003660     END-IF.
003670     WRITE CLS-REPORT-REC FROM CLS-RPT-FLT-LINE.
003680 1200-WRITE-FILTER-LINE-EXIT.
003690     EXIT.
003700*
003710*===============================================================
003720* 2000-LOAD-PRIOR-CLOSE  -  SEED THE TABLE WITH THE PRIOR
003730*     CLOSE - OPENING AND EXPECTED BOTH START AT THE PROVEN
003740*     BALANCE.  NO ARRPCLS AT ALL IS THE FIRST CLOSE; EVERY BIN
003750*     OPENS AT ZERO.
003760*===============================================================
003770 2000-LOAD-PRIOR-CLOSE.
003780     OPEN INPUT CLS-PCLS-FILE.
003790     IF CLS-PCLS-NOT-FOUND
003800         DISPLAY "ARRCLOSE - NO ARRPCLS PRIOR CLOSE - FIRST "
003810             "CLOSE, EVERY BIN OPENS AT ZERO"
003820         GO TO 2000-LOAD-PRIOR-CLOSE-EXIT
003830     END-IF.
003840     PERFORM 2100-READ-PCLS-REC
003850         THRU 2100-READ-PCLS-REC-EXIT
003860         UNTIL CLS-PCLS-EOF.
003870     CLOSE CLS-PCLS-FILE.
003880 2000-LOAD-PRIOR-CLOSE-EXIT.
003890     EXIT.
003900*
003910 2100-READ-PCLS-REC.
003920     READ CLS-PCLS-FILE
003930         AT END
003940             SET CLS-PCLS-EOF TO TRUE
003950             GO TO 2100-READ-PCLS-REC-EXIT
003960     END-READ.
003970     MOVE CLS-PCLS-BIN-KEY TO CLS-WORK-KEY.
003980     PERFORM 6000-FIND-OR-ADD-KEY
003990         THRU 6000-FIND-OR-ADD-KEY-EXIT.
004000     IF CLS-INS-POS = 0
004010         GO TO 2100-READ-PCLS-REC-EXIT
004020     END-IF.
004030     MOVE CLS-PCLS-VAL TO CLS-OPENING (CLS-INS-POS)
004040                          CLS-EXPECTED (CLS-INS-POS).
004050 2100-READ-PCLS-REC-EXIT.
004060     EXIT.
004070*
004080*===============================================================
004090* 3000-ROLL-FORWARD-AUDIT  -  APPLY EVERY IN-PERIOD AUDIT
004100*     RECORD TO THE EXPECTED BALANCES, IN THE ORDER WRITTEN.  A
004110*     LOAD (OR A PRE-FLAG RECORD) REPLACES THE BALANCE - A FULL
004120*     LOAD IS A RESTATEMENT, NOT A DELTA; A CORRECTION,
004130*     MOVEMENT, TRANSFER LEG OR CYCLE ADJUSTMENT APPLIES ITS
004140*     OLD-TO-NEW DELTA.
004150*===============================================================
004160 3000-ROLL-FORWARD-AUDIT.
004170     OPEN INPUT CLS-AUD-FILE.
004180     IF CLS-AUD-NOT-FOUND
004190         DISPLAY "ARRCLOSE - NO ARRAUD AUDIT FILE - NOTHING "
004200             "EXPLAINS THE PERIOD"
004210         GO TO 3000-ROLL-FORWARD-AUDIT-EXIT
004220     END-IF.
004230     PERFORM 3100-APPLY-ONE-AUDIT
004240         THRU 3100-APPLY-ONE-AUDIT-EXIT
004250         UNTIL CLS-AUD-EOF.
004260     CLOSE CLS-AUD-FILE.
004270 3000-ROLL-FORWARD-AUDIT-EXIT.
004280     EXIT.
004290*
004300 3100-APPLY-ONE-AUDIT.
004310     READ CLS-AUD-FILE
004320         AT END
004330             SET CLS-AUD-EOF TO TRUE
004340             GO TO 3100-APPLY-ONE-AUDIT-EXIT
004350     END-READ.
004360     ADD 1 TO CLS-AUD-READ-COUNT.
004370     IF CLS-AUD-RUN-DATE NOT NUMERIC
004380         GO TO 3100-APPLY-ONE-AUDIT-EXIT
004390     END-IF.
004400     IF CLS-AUD-RUN-DATE < CLS-FLT-FROM-DATE
004410         OR CLS-AUD-RUN-DATE > CLS-FLT-TO-DATE
004420         GO TO 3100-APPLY-ONE-AUDIT-EXIT
004430     END-IF.
004440     ADD 1 TO CLS-AUD-USED-COUNT.
004450     MOVE CLS-AUD-WHSE TO CLS-WORK-WHSE.
004460     MOVE CLS-AUD-CODE TO CLS-WORK-CODE.
004470     PERFORM 6000-FIND-OR-ADD-KEY
004480         THRU 6000-FIND-OR-ADD-KEY-EXIT.
004490     IF CLS-INS-POS = 0
004500         GO TO 3100-APPLY-ONE-AUDIT-EXIT
004510     END-IF.
004520     IF CLS-AUD-SOURCE-LOAD
004530         MOVE CLS-AUD-NEW-VAL TO CLS-EXPECTED (CLS-INS-POS)
004540     ELSE
004550         COMPUTE CLS-EXPECTED (CLS-INS-POS)
004560             = CLS-EXPECTED (CLS-INS-POS)
004570             + CLS-AUD-NEW-VAL - CLS-AUD-OLD-VAL
004580     END-IF.
004590 3100-APPLY-ONE-AUDIT-EXIT.
004600     EXIT.
004610*
004620*===============================================================
004630* 4000-APPLY-CLOSING-SNAP  -  MARK EVERY BIN ON THE DESIGNATED
004640*     CLOSING GENERATION WITH ITS ACTUAL BALANCE.  A BIN ON THE
004650*     TABLE BUT NOT ON THE SNAPSHOT CLOSES AT ZERO AND IS
004660*     JUDGED LIKE ANY OTHER.
004670*===============================================================
004680 4000-APPLY-CLOSING-SNAP.
004690     OPEN INPUT CLS-SNAP-FILE.
004700     IF CLS-SNAP-NOT-FOUND
004710         DISPLAY "ARRCLOSE - NO ARRSNAP CLOSING GENERATION - "
004720             "NOTHING TO CLOSE"
004730         GO TO 4000-APPLY-CLOSING-SNAP-EXIT
004740     END-IF.
004750     PERFORM 4100-READ-SNAP-REC
004760         THRU 4100-READ-SNAP-REC-EXIT
004770         UNTIL CLS-SNAP-EOF.
004780     CLOSE CLS-SNAP-FILE.
004790 4000-APPLY-CLOSING-SNAP-EXIT.
004800     EXIT.
004810*
004820 4100-READ-SNAP-REC.
004830     READ CLS-SNAP-FILE
004840         AT END
004850             SET CLS-SNAP-EOF TO TRUE
004860             GO TO 4100-READ-SNAP-REC-EXIT
004870     END-READ.
004880     MOVE CLS-SNAP-BIN-KEY TO CLS-WORK-KEY.
004890     PERFORM 6000-FIND-OR-ADD-KEY
004900         THRU 6000-FIND-OR-ADD-KEY-EXIT.
004910     IF CLS-INS-POS = 0
004920         GO TO 4100-READ-SNAP-REC-EXIT
004930     END-IF.
004940     MOVE CLS-SNAP-VAL TO CLS-ACTUAL (CLS-INS-POS).
004950     MOVE "Y" TO CLS-ON-SNAP-SW (CLS-INS-POS).
004960 4100-READ-SNAP-REC-EXIT.
004970     EXIT.
004980*
004990*===============================================================
005000* 5000-PRODUCE-REPORT  -  ONE LINE PER BIN WHERE EXPECTED AND
005010*     CLOSING DISAGREE - THE BOOK MOVED WITHOUT A MATCHING
005020*     AUDIT RECORD, OR AN AUDIT RECORD CLAIMS A MOVE THE BOOK
005030*     NEVER TOOK.  BINS IN BALANCE ONLY COUNT IN THE TRAILER.
005040*===============================================================
005050 5000-PRODUCE-REPORT.
005060     PERFORM 5100-JUDGE-ONE-BIN
005070         THRU 5100-JUDGE-ONE-BIN-EXIT
005080         VARYING CLS-SCAN-SUB FROM 1 BY 1
005090         UNTIL CLS-SCAN-SUB > CLS-COUNT.
005100     IF CLS-OOB-COUNT = 0
005110         WRITE CLS-REPORT-REC FROM CLS-RPT-NONE-LINE
005120     ELSE
005130         MOVE 4 TO CLS-RUN-RC
005140     END-IF.
005150     MOVE CLS-COUNT          TO CLS-RPT-TOT-BINS.
005160     MOVE CLS-OK-COUNT       TO CLS-RPT-TOT-OK.
005170     MOVE CLS-OOB-COUNT      TO CLS-RPT-TOT-OOB.
005180     MOVE CLS-AUD-USED-COUNT TO CLS-RPT-TOT-AUD.
005190     WRITE CLS-REPORT-REC FROM CLS-RPT-TOT-LINE.
005200 5000-PRODUCE-REPORT-EXIT.
005210     EXIT.
005220*
005230 5100-JUDGE-ONE-BIN.
005240     COMPUTE CLS-DIFF
005250         = CLS-ACTUAL (CLS-SCAN-SUB)
005260         - CLS-EXPECTED (CLS-SCAN-SUB).
005270     IF CLS-DIFF = 0
005280         ADD 1 TO CLS-OK-COUNT
005290         GO TO 5100-JUDGE-ONE-BIN-EXIT
005300     END-IF.
005310     ADD 1 TO CLS-OOB-COUNT.
005320     COMPUTE CLS-ACTIVITY
005330         = CLS-EXPECTED (CLS-SCAN-SUB)
005340         - CLS-OPENING (CLS-SCAN-SUB).
005350     MOVE CLS-WHSE (CLS-SCAN-SUB)     TO CLS-RPT-DTL-WHSE.
005360     MOVE CLS-CODE (CLS-SCAN-SUB)     TO CLS-RPT-DTL-CODE.
005370     MOVE CLS-OPENING (CLS-SCAN-SUB)  TO CLS-RPT-DTL-OPEN.
005380     MOVE CLS-ACTIVITY                TO CLS-RPT-DTL-ACT.
005390     MOVE CLS-EXPECTED (CLS-SCAN-SUB) TO CLS-RPT-DTL-EXP.
005400     MOVE CLS-ACTUAL (CLS-SCAN-SUB)   TO CLS-RPT-DTL-CLS.
005410     MOVE CLS-DIFF                    TO CLS-RPT-DTL-DIF.
005420     IF CLS-ON-SNAP (CLS-SCAN-SUB)
005430         MOVE "OUT OF BALANCE"       TO CLS-RPT-DTL-NOTE
005440     ELSE
005450         MOVE "NOT ON CLOSING SNAP"  TO CLS-RPT-DTL-NOTE
005460     END-IF.
005470     WRITE CLS-REPORT-REC FROM CLS-RPT-DTL-LINE.
005480 5100-JUDGE-ONE-BIN-EXIT.
005490     EXIT.
005500*
005510*===============================================================
005520* 6000-FIND-OR-ADD-KEY  -  RESOLVE CLS-WORK-KEY TO ITS TABLE
005530*     SLOT, INSERTING A NEW KEY AT ITS PLACE IN ASCENDING
005540*     SEQUENCE (THE ARRMERGE PATTERN).  CLS-INS-POS COMES BACK
005550*     ZERO ONLY WHEN THE TABLE IS FULL.
005560*===============================================================
005570 6000-FIND-OR-ADD-KEY.
005580     SET CLS-MATCH-SW TO "N".
005590     MOVE 0 TO CLS-INS-POS.
005600     PERFORM 6100-SCAN-FOR-POSITION
005610         THRU 6100-SCAN-FOR-POSITION-EXIT
005620         VARYING CLS-SCAN-SUB FROM 1 BY 1
005630         UNTIL CLS-SCAN-SUB > CLS-COUNT
005640         OR CLS-INS-POS > 0.
005650     IF CLS-INS-POS = 0
005660         COMPUTE CLS-INS-POS = CLS-COUNT + 1
005670     END-IF.
005680     IF CLS-KEY-MATCHED
005690         GO TO 6000-FIND-OR-ADD-KEY-EXIT
005700     END-IF.
005710     IF CLS-COUNT = CLS-MAX-ENTRIES
005720         DISPLAY "ARRCLOSE - ROLL-FORWARD TABLE FULL - KEY "
005730             "SKIPPED: " CLS-WORK-WHSE " " CLS-WORK-CODE
005740         MOVE 0 TO CLS-INS-POS
005750         GO TO 6000-FIND-OR-ADD-KEY-EXIT
005760     END-IF.
005770     ADD 1 TO CLS-COUNT.
005780     PERFORM 6200-SHIFT-ONE-ENTRY
005790         THRU 6200-SHIFT-ONE-ENTRY-EXIT
005800         VARYING CLS-SHIFT-SUB FROM CLS-COUNT BY -1
005810         UNTIL CLS-SHIFT-SUB NOT > CLS-INS-POS.
005820     MOVE CLS-WORK-KEY TO CLS-KEY (CLS-INS-POS).
005830     MOVE 0   TO CLS-OPENING (CLS-INS-POS).
005840     MOVE 0   TO CLS-EXPECTED (CLS-INS-POS).
005850     MOVE 0   TO CLS-ACTUAL (CLS-INS-POS).
005860     MOVE "N" TO CLS-ON-SNAP-SW (CLS-INS-POS).
005870 6000-FIND-OR-ADD-KEY-EXIT.
005880     EXIT.
005890*
005900 6100-SCAN-FOR-POSITION.
005910     IF CLS-KEY (CLS-SCAN-SUB) = CLS-WORK-KEY
005920         SET CLS-KEY-MATCHED TO TRUE
005930         MOVE CLS-SCAN-SUB TO CLS-INS-POS
005940     ELSE
005950         IF CLS-KEY (CLS-SCAN-SUB) > CLS-WORK-KEY
005960             MOVE CLS-SCAN-SUB TO CLS-INS-POS
005970         END-IF
005980     END-IF.
005990 6100-SCAN-FOR-POSITION-EXIT.
006000     EXIT.
006010*
006020 6200-SHIFT-ONE-ENTRY.
006030     MOVE CLS-ENTRY (CLS-SHIFT-SUB - 1)
006040         TO CLS-ENTRY (CLS-SHIFT-SUB).
006050 6200-SHIFT-ONE-ENTRY-EXIT.
006060     EXIT.
006070*
006080*===============================================================
006090* 7000-WRITE-NEW-CLOSE  -  RESTATE THE CLOSING SNAPSHOT AS THE
006100*     NEW CLOSE POSITION ON ARRPCLSO, STAMPED WITH THE PERIOD
006110*     TO-DATE.  THE JCL PROMOTES IT OVER ARRPCLS ONLY WHEN THIS
006120*     RUN ENDED CLEAN - AN OUT-OF-BALANCE CLOSE IS INVESTIGATED
006130*     AND RERUN, NOT LOCKED.
006140*===============================================================
006150 7000-WRITE-NEW-CLOSE.
006160     PERFORM 7100-WRITE-ONE-CLOSE
006170         THRU 7100-WRITE-ONE-CLOSE-EXIT
006180         VARYING CLS-SCAN-SUB FROM 1 BY 1
006190         UNTIL CLS-SCAN-SUB > CLS-COUNT.
006200 7000-WRITE-NEW-CLOSE-EXIT.
006210     EXIT.
006220*
006230 7100-WRITE-ONE-CLOSE.
006240     IF NOT CLS-ON-SNAP (CLS-SCAN-SUB)
006250         GO TO 7100-WRITE-ONE-CLOSE-EXIT
006260     END-IF.
006270     MOVE SPACES TO CLS-PCLSO-REC.
006280     MOVE CLS-KEY (CLS-SCAN-SUB)    TO CLS-PCLSO-BIN-KEY.
006290     MOVE CLS-ACTUAL (CLS-SCAN-SUB) TO CLS-PCLSO-VAL.
006300     MOVE CLS-CLOSE-DATE            TO CLS-PCLSO-CLOSE-DATE.
006310     WRITE CLS-PCLSO-REC.
006320 7100-WRITE-ONE-CLOSE-EXIT.
006330     EXIT.
006340*
006350*===============================================================
006360* 9000-TERMINATE  -  CLOSE FILES AND SET THE GRADED CONDITION
006370*     CODE - 4 WHEN ANYTHING WAS OUT OF BALANCE, 0 ON A PROVEN
006380*     CLOSE.
006390*===============================================================
006400 9000-TERMINATE.
006410     CLOSE CLS-PCLSO-FILE.
006420     CLOSE CLS-REPORT-FILE.
006430     DISPLAY "ARRCLOSE - BINS " CLS-COUNT
006440         " IN BALANCE " CLS-OK-COUNT
006450         " OUT OF BALANCE " CLS-OOB-COUNT
006460         " RC " CLS-RUN-RC.
006470     MOVE CLS-RUN-RC TO RETURN-CODE.
006480 9000-TERMINATE-EXIT.
006490     EXIT.
