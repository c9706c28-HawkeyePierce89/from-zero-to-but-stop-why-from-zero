000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRSUSAG.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - SUSPENSE AGING REPORT
000130*                  OVER THE ARRSUSP SUSPENSE FILE.  LISTS EVERY
000140*                  ITEM STILL OPEN OR RELEASED-NOT-YET-REPLAYED
000150*                  WITH ITS SOURCE, REASON, BATCH, BIN AND AGE
000160*                  IN DAYS SINCE IT WAS FIRST REJECTED, FLAGS
000170*                  EVERY ITEM OLDER THAN THE AGE LIMIT ON THE
000180*                  ARRSACTL CONTROL CARD, AND SUMMARIZES THE
000190*                  ITEMS BY AGE BAND AND BY SOURCE.  ENDS RC=4
000200*                  WHEN ANYTHING IS OVER THE LIMIT SO THE
000210*                  SCHEDULER CAN CHASE IT.
000220* 10/15/26   RLH   REASON TABLE HOLDS THE LOT REJECT CODES M6-MB.
000230* 10/15/26   RLH   REASON TABLE HOLDS THE ORDER CODES MC AND MD.
000240* 10/15/26   RLH   REASON TABLE HOLDS THE PO RECEIPT CODES ME-MI.
000250* 10/15/26   RLH   REASON TABLE HOLDS THE UNIT CONVERSION CODES L7
000260*                  AND MJ.
000270* 10/15/26   RLH   REASON TABLE HOLDS L8, A RELEASED LOAD DETAIL
000280*                  SUPERSEDED BY A LATER LOAD OF ITS BIN.
000290* 10/15/26   RLH   ME NOW ALSO COVERS A PO RECEIPT THAT LEAVES
000300*                  ITS PO LINE BLANK.
000310*===============================================================
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SAG-SUSP-FILE   ASSIGN TO ARRSUSP
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS SAG-SUSP-STATUS.
000430     SELECT SAG-CTL-FILE    ASSIGN TO ARRSACTL
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS SAG-CTL-STATUS.
000460     SELECT SAG-REPORT-FILE ASSIGN TO ARRSARPT
000470         ORGANIZATION IS SEQUENTIAL.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520*    SUSPENSE RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000530*    ARR-SUSP-REC.  ONLY THE BIN KEY IS TAKEN FROM THE IMAGE,
000540*    WHOSE POSITION DEPENDS ON THE SOURCE FILE.
000550 FD  SAG-SUSP-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580 01  SAG-SUSP-REC.
000590     05  SAG-SUSP-SOURCE        PIC X(01).
000600         88  SAG-SUSP-FROM-LOAD             VALUE "L".
000610         88  SAG-SUSP-FROM-MOVE             VALUE "M".
000620         88  SAG-SUSP-FROM-XFER             VALUE "T".
000630     05  SAG-SUSP-STAT          PIC X(01).
000640         88  SAG-SUSP-OPEN                  VALUE "O".
000650         88  SAG-SUSP-RELEASED              VALUE "R".
000660     05  SAG-SUSP-RSN-CD        PIC X(02).
000670     05  SAG-SUSP-BATCH-ID      PIC X(08).
000680     05  SAG-SUSP-REJ-DATE      PIC 9(06).
000690     05  SAG-SUSP-REJ-TIME      PIC 9(08).
000700     05  SAG-SUSP-FIRST-DATE    PIC 9(06).
000710     05  SAG-SUSP-FIRST-DATE-X REDEFINES SAG-SUSP-FIRST-DATE.
000720         10  SAG-FIRST-YY       PIC 9(02).
000730         10  SAG-FIRST-MM       PIC 9(02).
000740         10  SAG-FIRST-DD       PIC 9(02).
000750     05  SAG-SUSP-ACT-DATE      PIC 9(06).
000760     05  SAG-SUSP-OPER-ID       PIC X(08).
000770     05  SAG-SUSP-IMAGE         PIC X(80).
000780*    ARRMOVE AND ARRIN DETAIL IMAGES - TYPE, THEN THE BIN KEY.
000790     05  SAG-IMG-MOVE REDEFINES SAG-SUSP-IMAGE.
000800         10  FILLER             PIC X(01).
000810         10  SAG-MOV-BIN-KEY    PIC X(12).
000820         10  FILLER             PIC X(67).
000830*    ARRXFER IMAGE - TYPE, DOCUMENT, THEN THE SOURCE BIN KEY.
000840     05  SAG-IMG-XFER REDEFINES SAG-SUSP-IMAGE.
000850         10  FILLER             PIC X(11).
000860         10  SAG-XFR-FROM-KEY   PIC X(12).
000870         10  FILLER             PIC X(57).
000880     05  FILLER                 PIC X(06).
000890*
000900*    CONTROL CARD - BOTH FIELDS OPTIONAL.  THE AGE LIMIT
000910*    DEFAULTS TO SAG-AGE-LIMIT; THE AS-OF DATE TO TODAY.
000920 FD  SAG-CTL-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  SAG-CTL-REC.
000960     05  SAG-CTL-AGE-LIMIT      PIC X(04).
000970     05  SAG-CTL-ASOF-DATE      PIC X(06).
000980     05  FILLER                 PIC X(70).
000990*
001000 FD  SAG-REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  SAG-REPORT-REC             PIC X(132).
001040*
001050 WORKING-STORAGE SECTION.
001060*---------------------------------------------------------------
001070*    FILE AND CONTROL CARD CONTROLS.
001080*---------------------------------------------------------------
001090 01  SAG-SUSP-STATUS            PIC X(02)   VALUE SPACES.
001100     88  SAG-SUSP-NOT-FOUND                 VALUE "35".
001110 01  SAG-CTL-STATUS             PIC X(02)   VALUE SPACES.
001120     88  SAG-CTL-NOT-FOUND                  VALUE "35".
001130 77  SAG-EOF-SW                 PIC X(01)   VALUE "N".
001140     88  SAG-EOF                            VALUE "Y".
001150*    AN ITEM OLDER THAN THIS MANY DAYS IS FLAGGED - A WEEK IS
001160*    LONG ENOUGH FOR ANY REJECT SOMEONE IS ACTUALLY WORKING.
001170 77  SAG-AGE-LIMIT              PIC 9(04)   VALUE 0007.
001180 77  SAG-READ-COUNT             PIC 9(06)   VALUE 0.
001190 77  SAG-PRINT-COUNT            PIC 9(06)   VALUE 0.
001200 77  SAG-OVER-COUNT             PIC 9(06)   VALUE 0.
001210 77  SAG-AGE-DAYS               PIC S9(07)  VALUE 0.
001220 77  SAG-ASOF-SERIAL            PIC 9(07)   VALUE 0.
001230 01  SAG-ASOF-DATE              PIC 9(06)   VALUE 0.
001240*
001250*---------------------------------------------------------------
001260*    AGE BAND AND SOURCE COUNTS.
001270*---------------------------------------------------------------
001280 77  SAG-BAND-1                 PIC 9(06)   VALUE 0.
001290 77  SAG-BAND-2                 PIC 9(06)   VALUE 0.
001300 77  SAG-BAND-3                 PIC 9(06)   VALUE 0.
001310 77  SAG-BAND-4                 PIC 9(06)   VALUE 0.
001320 77  SAG-CNT-MOVE               PIC 9(06)   VALUE 0.
001330 77  SAG-CNT-XFER               PIC 9(06)   VALUE 0.
001340 77  SAG-CNT-LOAD               PIC 9(06)   VALUE 0.
001350 77  SAG-CNT-OPEN               PIC 9(06)   VALUE 0.
001360 77  SAG-CNT-REL                PIC 9(06)   VALUE 0.
001370*
001380*    DATE-TO-DAY-SERIAL WORK FIELDS FOR 9600-DATE-TO-DAYS -
001390*    YEARS AT 365 PLUS A MONTH OFFSET, AS IN ARRAYDEMO; CLOSE
001400*    ENOUGH FOR AGING.
001410 01  SAG-D2D-DATE               PIC 9(06)   VALUE 0.
001420 01  SAG-D2D-DATE-X REDEFINES SAG-D2D-DATE.
001430     05  SAG-D2D-YY             PIC 9(02).
001440     05  SAG-D2D-MM             PIC 9(02).
001450     05  SAG-D2D-DD             PIC 9(02).
001460 77  SAG-D2D-DAYS               PIC 9(07)   VALUE 0.
001470 01  SAG-MONTH-OFF-VAL          PIC X(36)
001480         VALUE "000031059090120151181212243273304334".
001490 01  SAG-MONTH-OFF-TBL REDEFINES SAG-MONTH-OFF-VAL.
001500     05  SAG-MONTH-OFF          OCCURS 12 TIMES
001510                                PIC 9(03).
001520*
001530*---------------------------------------------------------------
001540*    REASON CODE TABLE - LAYOUT MUST MATCH ARRSUSMT'S
001550*    SUS-RSN-VAL.
001560*---------------------------------------------------------------
001570 01  SAG-RSN-VAL.
001580     05  FILLER  PIC X(32) VALUE "L1NOT A VALID DETAIL RECORD".
001590     05  FILLER  PIC X(32) VALUE "L2BIN NOT ON ARRBINM".
001600     05  FILLER  PIC X(32) VALUE "L3BIN INACTIVE ON ARRBINM".
001610     05  FILLER  PIC X(32) VALUE "L4VALUE OVER BIN CAPACITY".
001620     05  FILLER  PIC X(32) VALUE "L5BIN KEY OUT OF SEQUENCE".
001630     05  FILLER  PIC X(32) VALUE "L6ARRAY FULL ON REPLAY".
001640     05  FILLER  PIC X(32) VALUE "M1TYPE NOT R, I OR A".
001650     05  FILLER  PIC X(32) VALUE "M2QUANTITY NOT NUMERIC".
001660     05  FILLER  PIC X(32) VALUE "M3BIN NOT ON ARRAY".
001670     05  FILLER  PIC X(32) VALUE "M4WOULD DRIVE BIN NEGATIVE".
001680     05  FILLER  PIC X(32) VALUE "M5WOULD EXCEED BIN CAPACITY".
001690     05  FILLER  PIC X(32) VALUE "T1TYPE NOT T OR C".
001700     05  FILLER  PIC X(32) VALUE "T2QUANTITY NOT NUMERIC".
001710     05  FILLER  PIC X(32) VALUE "T3QUANTITY IS ZERO".
001720     05  FILLER  PIC X(32) VALUE "T4IN-TRANSIT TABLE FULL".
001730     05  FILLER  PIC X(32) VALUE "T5DEST BIN NOT ON ARRAY".
001740     05  FILLER  PIC X(32) VALUE "T6SOURCE BIN NOT ON ARRAY".
001750     05  FILLER  PIC X(32) VALUE "T7WOULD DRIVE SOURCE NEGATIVE".
001760     05  FILLER  PIC X(32) VALUE "T8NO OPEN TRANSFER FOR DOC".
001770     05  FILLER  PIC X(32) VALUE "T9WOULD EXCEED DEST CAPACITY".
001780     05  FILLER  PIC X(32) VALUE "M6EXPIRY WITHOUT LOT NUMBER".
001790     05  FILLER  PIC X(32) VALUE "M7EXPIRY DATE NOT VALID".
001800     05  FILLER  PIC X(32) VALUE "M8EXPIRY DIFFERS FROM LOT".
001810     05  FILLER  PIC X(32) VALUE "M9NAMED LOT NOT IN BIN".
001820     05  FILLER  PIC X(32) VALUE "MANAMED LOT SHORT FOR ISSUE".
001830     05  FILLER  PIC X(32) VALUE "MBLOT TABLE FULL".
001840     05  FILLER  PIC X(32) VALUE "MCNO OPEN RESV FOR ORDER".
001850     05  FILLER  PIC X(32) VALUE "MDORDER NOT ON AN ISSUE".
001860     05  FILLER  PIC X(32) VALUE "MEPO LINE MISSING/NOT ON ARRPO".
001870     05  FILLER  PIC X(32) VALUE "MFPO LINE IS CLOSED".
001880     05  FILLER  PIC X(32) VALUE "MGPO LINE FOR OTHER BIN".
001890     05  FILLER  PIC X(32) VALUE "MHOVER PO TOLERANCE".
001900     05  FILLER  PIC X(32) VALUE "MIPO LINE NOT ON RECEIPT".
001910     05  FILLER  PIC X(32) VALUE "L7UNIT NOT CONVERTIBLE".
001920     05  FILLER  PIC X(32) VALUE "MJUNIT NOT CONVERTIBLE".
001930     05  FILLER  PIC X(32) VALUE "L8SUPERSEDED BY LATER LOAD".
001940 01  SAG-RSN-TBL REDEFINES SAG-RSN-VAL.
001950     05  SAG-RSN-ENTRY          OCCURS 36 TIMES.
001960         10  SAG-RSN-TBL-CD     PIC X(02).
001970         10  SAG-RSN-TBL-TEXT   PIC X(30).
001980 77  SAG-RSN-MAX                PIC 9(04)   VALUE 36.
001990 77  SAG-RSN-SUB                PIC 9(04)   COMP VALUE 0.
002000*
002010*---------------------------------------------------------------
002020*    ARRSARPT LISTING LINE LAYOUTS.
002030*---------------------------------------------------------------
002040 01  SAG-RPT-HDR-LINE.
002050     05  FILLER                 PIC X(20)
002060                                 VALUE "ARRSUSAG".
002070     05  FILLER                 PIC X(30)
002080                                 VALUE "SUSPENSE AGING REPORT".
002090     05  FILLER                 PIC X(82) VALUE SPACES.
002100*
002110 01  SAG-RPT-PARM-LINE.
002120     05  FILLER                 PIC X(04) VALUE SPACES.
002130     05  FILLER                 PIC X(07) VALUE "AS OF:".
002140     05  SAG-RPT-PARM-ASOF      PIC 9(06).
002150     05  FILLER                 PIC X(16)
002160                                 VALUE "   AGE LIMIT:".
002170     05  SAG-RPT-PARM-LIMIT     PIC ZZZ9.
002180     05  FILLER                 PIC X(05) VALUE " DAYS".
002190     05  FILLER                 PIC X(90) VALUE SPACES.
002200*
002210 01  SAG-RPT-COL-LINE.
002220     05  FILLER                 PIC X(04) VALUE SPACES.
002230     05  FILLER                 PIC X(04) VALUE "SRC".
002240     05  FILLER                 PIC X(05) VALUE "STAT".
002250     05  FILLER                 PIC X(34) VALUE "REASON".
002260     05  FILLER                 PIC X(10) VALUE "BATCH".
002270     05  FILLER                 PIC X(14) VALUE "WHSE/BIN".
002280     05  FILLER                 PIC X(10) VALUE "FIRST REJ".
002290     05  FILLER                 PIC X(10) VALUE "LAST REJ".
002300     05  FILLER                 PIC X(08) VALUE "   AGE".
002310     05  FILLER                 PIC X(33) VALUE "FLAG".
002320*
002330 01  SAG-RPT-DTL-LINE.
002340     05  FILLER                 PIC X(05) VALUE SPACES.
002350     05  SAG-RPT-DTL-SRC        PIC X(01).
002360     05  FILLER                 PIC X(03) VALUE SPACES.
002370     05  SAG-RPT-DTL-STAT       PIC X(01).
002380     05  FILLER                 PIC X(03) VALUE SPACES.
002390     05  SAG-RPT-DTL-RSN-CD     PIC X(02).
002400     05  FILLER                 PIC X(01) VALUE SPACES.
002410     05  SAG-RPT-DTL-RSN-TEXT   PIC X(30).
002420     05  FILLER                 PIC X(01) VALUE SPACES.
002430     05  SAG-RPT-DTL-BATCH      PIC X(08).
002440     05  FILLER                 PIC X(02) VALUE SPACES.
002450     05  SAG-RPT-DTL-BIN-KEY    PIC X(12).
002460     05  FILLER                 PIC X(02) VALUE SPACES.
002470     05  SAG-RPT-DTL-FIRST      PIC 9(06).
002480     05  FILLER                 PIC X(04) VALUE SPACES.
002490     05  SAG-RPT-DTL-LAST       PIC 9(06).
002500     05  FILLER                 PIC X(04) VALUE SPACES.
002510     05  SAG-RPT-DTL-AGE        PIC ---,--9.
002520     05  FILLER                 PIC X(02) VALUE SPACES.
002530     05  SAG-RPT-DTL-FLAG       PIC X(14).
002540     05  FILLER                 PIC X(18) VALUE SPACES.
002550*
002560 01  SAG-RPT-BAND-LINE.
002570     05  FILLER                 PIC X(04) VALUE SPACES.
002580     05  FILLER                 PIC X(15)
002590                                 VALUE "ITEMS BY AGE -".
002600     05  FILLER                 PIC X(11) VALUE "0-7 DAYS:".
002610     05  SAG-RPT-BAND-1         PIC ZZZZZ9.
002620     05  FILLER                 PIC X(13) VALUE "  8-30 DAYS:".
002630     05  SAG-RPT-BAND-2         PIC ZZZZZ9.
002640     05  FILLER                 PIC X(14) VALUE "  31-60 DAYS:".
002650     05  SAG-RPT-BAND-3         PIC ZZZZZ9.
002660     05  FILLER                 PIC X(14) VALUE "  OVER 60:".
002670     05  SAG-RPT-BAND-4         PIC ZZZZZ9.
002680     05  FILLER                 PIC X(37) VALUE SPACES.
002690*
002700 01  SAG-RPT-SRC-LINE.
002710     05  FILLER                 PIC X(04) VALUE SPACES.
002720     05  FILLER                 PIC X(15)
002730                                 VALUE "BY SOURCE -".
002740     05  FILLER                 PIC X(11) VALUE "MOVEMENTS:".
002750     05  SAG-RPT-SRC-MOVE       PIC ZZZZZ9.
002760     05  FILLER                 PIC X(13) VALUE "  TRANSFERS:".
002770     05  SAG-RPT-SRC-XFER       PIC ZZZZZ9.
002780     05  FILLER                 PIC X(14) VALUE "  LOAD DTLS:".
002790     05  SAG-RPT-SRC-LOAD       PIC ZZZZZ9.
002800     05  FILLER                 PIC X(08) VALUE "  OPEN:".
002810     05  SAG-RPT-SRC-OPEN       PIC ZZZZZ9.
002820     05  FILLER                 PIC X(12) VALUE "  RELEASED:".
002830     05  SAG-RPT-SRC-REL        PIC ZZZZZ9.
002840     05  FILLER                 PIC X(25) VALUE SPACES.
002850*
002860 01  SAG-RPT-CNT-LINE.
002870     05  FILLER                 PIC X(04) VALUE SPACES.
002880     05  FILLER                 PIC X(15)
002890                                 VALUE "ITEMS PRINTED:".
002900     05  SAG-RPT-CNT-PRT        PIC ZZZZZ9.
002910     05  FILLER                 PIC X(10) VALUE "  OF".
002920     05  SAG-RPT-CNT-READ       PIC ZZZZZ9.
002930     05  FILLER                 PIC X(07) VALUE " READ ".
002940     05  FILLER                 PIC X(12) VALUE " OVER LIMIT:".
002950     05  SAG-RPT-CNT-OVER       PIC ZZZZZ9.
002960     05  FILLER                 PIC X(66) VALUE SPACES.
002970*
002980 01  SAG-RPT-NONE-LINE.
002990     05  FILLER                 PIC X(04) VALUE SPACES.
003000     05  FILLER                 PIC X(40)
003010         VALUE "NO OPEN OR RELEASED SUSPENSE ITEMS".
003020     05  FILLER                 PIC X(88) VALUE SPACES.
003030*
003040 PROCEDURE DIVISION.
003050*
003060*===============================================================
003070* 0000-MAINLINE.
003080*===============================================================
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE
003110         THRU 1000-INITIALIZE-EXIT.
003120     PERFORM 2000-READ-SUSP-REC
003130         THRU 2000-READ-SUSP-REC-EXIT
003140         UNTIL SAG-EOF.
003150     PERFORM 3000-REPORT-SUMMARY
003160         THRU 3000-REPORT-SUMMARY-EXIT.
003170     PERFORM 9000-TERMINATE
003180         THRU 9000-TERMINATE-EXIT.
003190     STOP RUN.
003200*
003210*===============================================================
003220* 1000-INITIALIZE  -  OPEN FILES, DECODE THE ARRSACTL CONTROL
003230*     CARD, AND WRITE THE REPORT HEADING.  A MISSING CARD MEANS
003240*     THE DEFAULT AGE LIMIT AS OF TODAY.
003250*===============================================================
003260 1000-INITIALIZE.
003270     OPEN OUTPUT SAG-REPORT-FILE.
003280     WRITE SAG-REPORT-REC FROM SAG-RPT-HDR-LINE.
003290     ACCEPT SAG-ASOF-DATE FROM DATE.
003300     PERFORM 1100-READ-CONTROL-CARD
003310         THRU 1100-READ-CONTROL-CARD-EXIT.
003320     MOVE SAG-ASOF-DATE TO SAG-D2D-DATE.
003330     PERFORM 9600-DATE-TO-DAYS
003340         THRU 9600-DATE-TO-DAYS-EXIT.
003350     MOVE SAG-D2D-DAYS TO SAG-ASOF-SERIAL.
003360     MOVE SAG-ASOF-DATE TO SAG-RPT-PARM-ASOF.
003370     MOVE SAG-AGE-LIMIT TO SAG-RPT-PARM-LIMIT.
003380     WRITE SAG-REPORT-REC FROM SAG-RPT-PARM-LINE.
003390     WRITE SAG-REPORT-REC FROM SAG-RPT-COL-LINE.
003400     OPEN INPUT SAG-SUSP-FILE.
003410     IF SAG-SUSP-NOT-FOUND
003420         DISPLAY "ARRSUSAG - NO ARRSUSP SUSPENSE FILE TO READ"
003430         SET SAG-EOF TO TRUE
003440     END-IF.
003450 1000-INITIALIZE-EXIT.
003460     EXIT.
003470*
003480 1100-READ-CONTROL-CARD.
003490     OPEN INPUT SAG-CTL-FILE.
003500     IF SAG-CTL-NOT-FOUND
003510         DISPLAY "ARRSUSAG - NO ARRSACTL CONTROL CARD - "
003520             "DEFAULT AGE LIMIT AS OF TODAY"
003530         GO TO 1100-READ-CONTROL-CARD-EXIT
003540     END-IF.
003550     READ SAG-CTL-FILE
003560         AT END
003570             CLOSE SAG-CTL-FILE
003580             GO TO 1100-READ-CONTROL-CARD-EXIT
003590     END-READ.
003600     IF SAG-CTL-AGE-LIMIT IS NUMERIC
003610         AND SAG-CTL-AGE-LIMIT NOT = "0000"
003620         MOVE SAG-CTL-AGE-LIMIT TO SAG-AGE-LIMIT
003630     END-IF.
003640     IF SAG-CTL-ASOF-DATE IS NUMERIC
003650         AND SAG-CTL-ASOF-DATE NOT = "000000"
003660         MOVE SAG-CTL-ASOF-DATE TO SAG-ASOF-DATE
003670     END-IF.
003680     CLOSE SAG-CTL-FILE.
003690 1100-READ-CONTROL-CARD-EXIT.
003700     EXIT.
003710*
003720*===============================================================
003730* 2000-READ-SUSP-REC  -  READ ONE SUSPENSE ITEM AND, IF IT IS
003740*     STILL OPEN OR RELEASED, AGE IT FROM ITS FIRST-REJECT DATE,
003750*     PRINT IT AND FOLD IT INTO THE BAND AND SOURCE COUNTS.
003760*     REPLAYED AND DELETED ITEMS ARE HISTORY AND ARE SKIPPED.
003770*===============================================================
003780 2000-READ-SUSP-REC.
003790     READ SAG-SUSP-FILE
003800         AT END
003810             SET SAG-EOF TO TRUE
003820             GO TO 2000-READ-SUSP-REC-EXIT
003830     END-READ.
003840     ADD 1 TO SAG-READ-COUNT.
003850     IF NOT SAG-SUSP-OPEN
003860         AND NOT SAG-SUSP-RELEASED
003870         GO TO 2000-READ-SUSP-REC-EXIT
003880     END-IF.
003890     MOVE 0 TO SAG-AGE-DAYS.
003900     IF SAG-SUSP-FIRST-DATE NUMERIC
003910         AND SAG-FIRST-MM > 0
003920         AND SAG-FIRST-MM < 13
003930         MOVE SAG-SUSP-FIRST-DATE TO SAG-D2D-DATE
003940         PERFORM 9600-DATE-TO-DAYS
003950             THRU 9600-DATE-TO-DAYS-EXIT
003960         COMPUTE SAG-AGE-DAYS = SAG-ASOF-SERIAL - SAG-D2D-DAYS
003970     END-IF.
003980     PERFORM 2100-COUNT-ITEM
003990         THRU 2100-COUNT-ITEM-EXIT.
004000     PERFORM 2200-PRINT-ITEM-LINE
004010         THRU 2200-PRINT-ITEM-LINE-EXIT.
004020 2000-READ-SUSP-REC-EXIT.
004030     EXIT.
004040*
004050 2100-COUNT-ITEM.
004060     IF SAG-AGE-DAYS < 8
004070         ADD 1 TO SAG-BAND-1
004080     ELSE IF SAG-AGE-DAYS < 31
004090         ADD 1 TO SAG-BAND-2
004100     ELSE IF SAG-AGE-DAYS < 61
004110         ADD 1 TO SAG-BAND-3
004120     ELSE
004130         ADD 1 TO SAG-BAND-4
004140     END-IF.
004150     IF SAG-SUSP-FROM-MOVE
004160         ADD 1 TO SAG-CNT-MOVE
004170     ELSE IF SAG-SUSP-FROM-XFER
004180         ADD 1 TO SAG-CNT-XFER
004190     ELSE
004200         ADD 1 TO SAG-CNT-LOAD
004210     END-IF.
004220     IF SAG-SUSP-OPEN
004230         ADD 1 TO SAG-CNT-OPEN
004240     ELSE
004250         ADD 1 TO SAG-CNT-REL
004260     END-IF.
004270 2100-COUNT-ITEM-EXIT.
004280     EXIT.
004290*
004300 2200-PRINT-ITEM-LINE.
004310     MOVE SAG-SUSP-SOURCE     TO SAG-RPT-DTL-SRC.
004320     MOVE SAG-SUSP-STAT       TO SAG-RPT-DTL-STAT.
004330     MOVE SAG-SUSP-RSN-CD     TO SAG-RPT-DTL-RSN-CD.
004340     MOVE "REASON CODE NOT ON TABLE" TO SAG-RPT-DTL-RSN-TEXT.
004350     PERFORM 2210-FIND-RSN-TEXT
004360         THRU 2210-FIND-RSN-TEXT-EXIT
004370         VARYING SAG-RSN-SUB FROM 1 BY 1
004380         UNTIL SAG-RSN-SUB > SAG-RSN-MAX.
004390     MOVE SAG-SUSP-BATCH-ID   TO SAG-RPT-DTL-BATCH.
004400     IF SAG-SUSP-FROM-XFER
004410         MOVE SAG-XFR-FROM-KEY TO SAG-RPT-DTL-BIN-KEY
004420     ELSE
004430         MOVE SAG-MOV-BIN-KEY TO SAG-RPT-DTL-BIN-KEY
004440     END-IF.
004450     MOVE SAG-SUSP-FIRST-DATE TO SAG-RPT-DTL-FIRST.
004460     MOVE SAG-SUSP-REJ-DATE   TO SAG-RPT-DTL-LAST.
004470     MOVE SAG-AGE-DAYS        TO SAG-RPT-DTL-AGE.
004480     IF SAG-AGE-DAYS > SAG-AGE-LIMIT
004490         MOVE "** OVER LIMIT" TO SAG-RPT-DTL-FLAG
004500         ADD 1 TO SAG-OVER-COUNT
004510     ELSE
004520         MOVE SPACES TO SAG-RPT-DTL-FLAG
004530     END-IF.
004540     WRITE SAG-REPORT-REC FROM SAG-RPT-DTL-LINE.
004550     ADD 1 TO SAG-PRINT-COUNT.
004560 2200-PRINT-ITEM-LINE-EXIT.
004570     EXIT.
004580*
004590 2210-FIND-RSN-TEXT.
004600     IF SAG-RSN-TBL-CD (SAG-RSN-SUB) = SAG-SUSP-RSN-CD
004610         MOVE SAG-RSN-TBL-TEXT (SAG-RSN-SUB)
004620             TO SAG-RPT-DTL-RSN-TEXT
004630         MOVE SAG-RSN-MAX TO SAG-RSN-SUB
004640     END-IF.
004650 2210-FIND-RSN-TEXT-EXIT.
004660     EXIT.
004670*
004680*===============================================================
004690* 3000-REPORT-SUMMARY  -  AFTER THE DETAIL, THE AGE BAND AND
004700*     SOURCE COUNTS.
004710*===============================================================
004720 3000-REPORT-SUMMARY.
004730     IF SAG-PRINT-COUNT = 0
004740         WRITE SAG-REPORT-REC FROM SAG-RPT-NONE-LINE
004750         GO TO 3000-REPORT-SUMMARY-EXIT
004760     END-IF.
004770     MOVE SAG-BAND-1   TO SAG-RPT-BAND-1.
004780     MOVE SAG-BAND-2   TO SAG-RPT-BAND-2.
004790     MOVE SAG-BAND-3   TO SAG-RPT-BAND-3.
004800     MOVE SAG-BAND-4   TO SAG-RPT-BAND-4.
004810     WRITE SAG-REPORT-REC FROM SAG-RPT-BAND-LINE.
004820     MOVE SAG-CNT-MOVE TO SAG-RPT-SRC-MOVE.
004830     MOVE SAG-CNT-XFER TO SAG-RPT-SRC-XFER.
004840     MOVE SAG-CNT-LOAD TO SAG-RPT-SRC-LOAD.
004850     MOVE SAG-CNT-OPEN TO SAG-RPT-SRC-OPEN.
004860     MOVE SAG-CNT-REL  TO SAG-RPT-SRC-REL.
004870     WRITE SAG-REPORT-REC FROM SAG-RPT-SRC-LINE.
004880 3000-REPORT-SUMMARY-EXIT.
004890     EXIT.
004900*
004910*===============================================================
004920* 9600-DATE-TO-DAYS  -  TURN SAG-D2D-DATE (YYMMDD) INTO A DAY
004930*     SERIAL IN SAG-D2D-DAYS, THE SAME WAY ARRAYDEMO AGES ITS
004940*     OPEN TRANSFERS.
004950*===============================================================
004960 9600-DATE-TO-DAYS.
004970     COMPUTE SAG-D2D-DAYS
004980         = (SAG-D2D-YY * 365)
004990         + SAG-MONTH-OFF (SAG-D2D-MM)
005000         + SAG-D2D-DD.
005010 9600-DATE-TO-DAYS-EXIT.
005020     EXIT.
005030*
005040*===============================================================
005050* 9000-TERMINATE  -  WRITE THE COUNT TRAILER, CLOSE FILES, AND
005060*     END RC=4 IF ANY ITEM IS OVER THE AGE LIMIT.
005070*===============================================================
005080 9000-TERMINATE.
005090     MOVE SAG-PRINT-COUNT TO SAG-RPT-CNT-PRT.
005100     MOVE SAG-READ-COUNT  TO SAG-RPT-CNT-READ.
005110     MOVE SAG-OVER-COUNT  TO SAG-RPT-CNT-OVER.
005120     WRITE SAG-REPORT-REC FROM SAG-RPT-CNT-LINE.
005130     IF NOT SAG-SUSP-NOT-FOUND
005140         CLOSE SAG-SUSP-FILE
005150     END-IF.
005160     CLOSE SAG-REPORT-FILE.
005170     IF SAG-OVER-COUNT > 0
005180         DISPLAY "ARRSUSAG - " SAG-OVER-COUNT
005190             " SUSPENSE ITEM(S) OVER THE AGE LIMIT"
005200         MOVE 4 TO RETURN-CODE
005210     END-IF.
005220 9000-TERMINATE-EXIT.
005230     EXIT.
