000240*                  INTER-WAREHOUSE TRANSFER LOG UNDER IT WITH
000250*                  THE SAME DOCUMENT NUMBER, SO FILTERING ON
000260*                  THE DOCUMENT SHOWS THE MOVE AS ONE STORY.
000270* 10/15/26   RLH   ARRAUD LAYOUT - ACTIVITY TYPE APPENDED IN WHAT
000280*                  WAS FILLER.
000290*===============================================================
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT AUD-AUDIT-FILE  ASSIGN TO ARRAUD
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS AUD-AUDIT-STATUS.
000410     SELECT AUD-CTL-FILE    ASSIGN TO ARRACTL
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS AUD-CTL-STATUS.
000440     SELECT AUD-REPORT-FILE ASSIGN TO ARRARPT
000450         ORGANIZATION IS SEQUENTIAL.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*
000500*    AUDIT TRAIL RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000510*    ARR-AUDIT-REC.  THE SOURCE FLAG, DOCUMENT NUMBER AND
000520*    WAREHOUSE CODE WERE APPENDED IN WHAT WAS FILLER, AFTER
000530*    THE ORIGINAL FIELDS, SO THE MONTHS OF RECORDS WRITTEN IN
000540*    THE OLD LAYOUT PARSE UNCHANGED - ALL THREE ARE SPACES ON
000550*    THOSE.
000560 FD  AUD-AUDIT-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  AUD-AUDIT-REC.
000600     05  AUD-SUB                PIC 9(04).
000610     05  AUD-CODE               PIC X(09).
000620     05  AUD-OLD-VAL            PIC 9(09).
000630     05  AUD-NEW-VAL            PIC 9(09).
000640     05  AUD-RUN-DATE           PIC 9(06).
000650     05  AUD-RUN-DATE-X REDEFINES AUD-RUN-DATE.
000660         10  AUD-RUN-YY         PIC 9(02).
000670         10  AUD-RUN-MM         PIC 9(02).
000680         10  AUD-RUN-DD         PIC 9(02).
000690     05  AUD-RUN-TIME           PIC 9(08).
000700     05  AUD-RUN-TIME-X REDEFINES AUD-RUN-TIME.
000710         10  AUD-RUN-HH         PIC 9(02).
000720         10  AUD-RUN-MIN        PIC 9(02).
000730         10  AUD-RUN-SS         PIC 9(02).
000740         10  AUD-RUN-HS         PIC 9(02).
000750     05  AUD-SOURCE             PIC X(01).
000760         88  AUD-SOURCE-LOAD                VALUE "L".
000770         88  AUD-SOURCE-CORR                VALUE "C".
000780         88  AUD-SOURCE-MOVE                VALUE "M".
000790         88  AUD-SOURCE-XFER                VALUE "T".
000800     05  AUD-DOC-NO             PIC X(10).
000810     05  AUD-WHSE               PIC X(03).
000820     05  AUD-TYPE               PIC X(01).
000830     05  FILLER                 PIC X(72).
000840*
000850*    CONTROL CARD - ALL FILTERS OPTIONAL.  SPACES IN THE
000860*    WAREHOUSE OR BIN CODE MEAN ALL; ZEROS OR SPACES IN A DATE
000870*    MEAN THAT END OF THE RANGE IS OPEN.
000880 FD  AUD-CTL-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  AUD-CTL-REC.
000920     05  AUD-CTL-WHSE           PIC X(03).
000930     05  AUD-CTL-CODE           PIC X(09).
000940     05  AUD-CTL-FROM-DATE      PIC X(06).
000950     05  AUD-CTL-TO-DATE        PIC X(06).
000960     05  FILLER                 PIC X(56).
000970*
000980 FD  AUD-REPORT-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  AUD-REPORT-REC             PIC X(132).
001020*
001030 WORKING-STORAGE SECTION.
001040*---------------------------------------------------------------
001050*    FILE AND FILTER CONTROLS.
001060*---------------------------------------------------------------
001070 01  AUD-AUDIT-STATUS           PIC X(02)   VALUE SPACES.
001080     88  AUD-AUDIT-NOT-FOUND                VALUE "35".
001090 01  AUD-CTL-STATUS             PIC X(02)   VALUE SPACES.
001100     88  AUD-CTL-NOT-FOUND                  VALUE "35".
001110 77  AUD-EOF-SW                 PIC X(01)   VALUE "N".
001120     88  AUD-EOF                            VALUE "Y".
001130 77  AUD-FLT-WHSE               PIC X(03)   VALUE SPACES.
001140 77  AUD-FLT-CODE               PIC X(09)   VALUE SPACES.
001150 77  AUD-FLT-FROM-DATE          PIC 9(06)   VALUE 0.
001160 77  AUD-FLT-TO-DATE            PIC 9(06)   VALUE 999999.
001170 77  AUD-READ-COUNT             PIC 9(06)   VALUE 0.
001180 77  AUD-PRINT-COUNT            PIC 9(06)   VALUE 0.
001190*
001200*---------------------------------------------------------------
001210*    ARRARPT LISTING LINE LAYOUTS.
001220*---------------------------------------------------------------
001230 01  AUD-RPT-HDR-LINE.
001240     05  FILLER                 PIC X(20)
001250                                 VALUE "ARRAUDRP".
001260     05  FILLER                 PIC X(30)
001270                                 VALUE "AUDIT TRAIL INQUIRY".
001280     05  FILLER                 PIC X(82) VALUE SPACES.
001290*
001300 01  AUD-RPT-FLT-LINE.
001310     05  FILLER                 PIC X(04) VALUE SPACES.
001320     05  FILLER                 PIC X(06) VALUE "WHSE:".
001330     05  AUD-RPT-FLT-WHSE       PIC X(05).
001340     05  FILLER                 PIC X(10) VALUE "BIN CODE:".
001350     05  AUD-RPT-FLT-CODE       PIC X(11).
001360     05  FILLER                 PIC X(06) VALUE "FROM:".
001370     05  AUD-RPT-FLT-FROM       PIC X(08).
001380     05  FILLER                 PIC X(05) VALUE "TO:".
001390     05  AUD-RPT-FLT-TO         PIC X(08).
001400     05  FILLER                 PIC X(69) VALUE SPACES.
001410*
001420 01  AUD-RPT-COL-LINE.
001430     05  FILLER                 PIC X(10)
001440                                 VALUE "  RUN DATE".
001450     05  FILLER                 PIC X(10)
001460                                 VALUE "  TIME".
001470     05  FILLER                 PIC X(06)
001480                                 VALUE "WHSE".
001490     05  FILLER                 PIC X(11)
001500                                 VALUE "BIN CODE".
001510     05  FILLER                 PIC X(06)
001520                                 VALUE " SUB".
001530     05  FILLER                 PIC X(13)
001540                                 VALUE "  OLD VALUE".
001550     05  FILLER                 PIC X(13)
001560                                 VALUE "  NEW VALUE".
001570     05  FILLER                 PIC X(12)
001580                                 VALUE "SOURCE".
001590     05  FILLER                 PIC X(10)
001600                                 VALUE "DOCUMENT".
001610     05  FILLER                 PIC X(41) VALUE SPACES.
001620*
001630 01  AUD-RPT-DTL-LINE.
001640     05  FILLER                 PIC X(02) VALUE SPACES.
001650     05  AUD-RPT-DTL-MM         PIC 99.
001660     05  FILLER                 PIC X(01) VALUE "/".
001670     05  AUD-RPT-DTL-DD         PIC 99.
001680     05  FILLER                 PIC X(01) VALUE "/".
001690     05  AUD-RPT-DTL-YY         PIC 99.
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  AUD-RPT-DTL-HH         PIC 99.
001720     05  FILLER                 PIC X(01) VALUE ":".
001730     05  AUD-RPT-DTL-MIN        PIC 99.
001740     05  FILLER                 PIC X(01) VALUE ":".
001750     05  AUD-RPT-DTL-SS         PIC 99.
001760     05  FILLER                 PIC X(02) VALUE SPACES.
001770     05  AUD-RPT-DTL-WHSE       PIC X(03).
001780     05  FILLER                 PIC X(03) VALUE SPACES.
001790     05  AUD-RPT-DTL-CODE       PIC X(09).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  AUD-RPT-DTL-SUB        PIC ZZZ9.
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  AUD-RPT-DTL-OLD        PIC ZZZ,ZZZ,ZZ9.
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  AUD-RPT-DTL-NEW        PIC ZZZ,ZZZ,ZZ9.
001860     05  FILLER                 PIC X(02) VALUE SPACES.
001870     05  AUD-RPT-DTL-SRC        PIC X(10).
001880     05  FILLER                 PIC X(02) VALUE SPACES.
001890     05  AUD-RPT-DTL-DOC        PIC X(10).
001900     05  FILLER                 PIC X(39) VALUE SPACES.
001910*
001920 01  AUD-RPT-CNT-LINE.
001930     05  FILLER                 PIC X(04) VALUE SPACES.
001940     05  FILLER                 PIC X(17)
001950                                 VALUE "RECORDS PRINTED:".
001960     05  AUD-RPT-CNT-PRT        PIC ZZZZZ9.
001970     05  FILLER                 PIC X(10)
001980                                 VALUE "  OF".
001990     05  AUD-RPT-CNT-READ       PIC ZZZZZ9.
002000     05  FILLER                 PIC X(06)
002010                                 VALUE " READ".
002020     05  FILLER                 PIC X(83) VALUE SPACES.
002030*
002040 01  AUD-RPT-NONE-LINE.
002050     05  FILLER                 PIC X(04) VALUE SPACES.
002060     05  FILLER                 PIC X(40)
002070         VALUE "NO AUDIT RECORDS MATCH THE REQUEST".
002080     05  FILLER                 PIC X(88) VALUE SPACES.
002090*
002100 PROCEDURE DIVISION.
002110*
002120*===============================================================
002130* 0000-MAINLINE.
002140*===============================================================
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE
002170         THRU 1000-INITIALIZE-EXIT.
002180     PERFORM 2000-READ-AUDIT-REC
002190         THRU 2000-READ-AUDIT-REC-EXIT
002200         UNTIL AUD-EOF.
002210     PERFORM 9000-TERMINATE
002220         THRU 9000-TERMINATE-EXIT.
002230     STOP RUN.
002240*
002250*===============================================================
002260* 1000-INITIALIZE  -  OPEN FILES, DECODE THE ARRACTL CONTROL
002270*     CARD INTO THE FILTER FIELDS, AND WRITE THE REPORT HEADING.
002280*     A MISSING CONTROL CARD, OR BLANK FILTER FIELDS, MEAN THE
002290*     WHOLE FILE PRINTS.
002300*===============================================================
002310 1000-INITIALIZE.
002320     OPEN OUTPUT AUD-REPORT-FILE.
002330     WRITE AUD-REPORT-REC FROM AUD-RPT-HDR-LINE.
002340     PERFORM 1100-READ-CONTROL-CARD
002350         THRU 1100-READ-CONTROL-CARD-EXIT.
002360     PERFORM 1200-WRITE-FILTER-LINE
002370         THRU 1200-WRITE-FILTER-LINE-EXIT.
002380     WRITE AUD-REPORT-REC FROM AUD-RPT-COL-LINE.
002390     OPEN INPUT AUD-AUDIT-FILE.
002400     IF AUD-AUDIT-NOT-FOUND
002410         DISPLAY "ARRAUDRP - NO ARRAUD AUDIT FILE TO READ"
002420         SET AUD-EOF TO TRUE
002430     END-IF.
002440 1000-INITIALIZE-EXIT.
002450     EXIT.
002460*
002470 1100-READ-CONTROL-CARD.
002480     OPEN INPUT AUD-CTL-FILE.
002490     IF AUD-CTL-NOT-FOUND
002500         DISPLAY "ARRAUDRP - NO ARRACTL CONTROL CARD - "
002510             "WHOLE AUDIT FILE PRINTS"
002520         GO TO 1100-READ-CONTROL-CARD-EXIT
002530     END-IF.
002540     READ AUD-CTL-FILE
002550         AT END
002560             CLOSE AUD-CTL-FILE
002570             GO TO 1100-READ-CONTROL-CARD-EXIT
002580     END-READ.
002590     MOVE AUD-CTL-WHSE TO AUD-FLT-WHSE.
002600     MOVE AUD-CTL-CODE TO AUD-FLT-CODE.
002610     IF AUD-CTL-FROM-DATE IS NUMERIC
002620         AND AUD-CTL-FROM-DATE NOT = "000000"
002630         MOVE AUD-CTL-FROM-DATE TO AUD-FLT-FROM-DATE
002640     END-IF.
002650     IF AUD-CTL-TO-DATE IS NUMERIC
002660         AND AUD-CTL-TO-DATE NOT = "000000"
002670         MOVE AUD-CTL-TO-DATE TO AUD-FLT-TO-DATE
002680     END-IF.
002690     CLOSE AUD-CTL-FILE.
002700 1100-READ-CONTROL-CARD-EXIT.
002710     EXIT.
002720*
002730 1200-WRITE-FILTER-LINE.
002740     IF AUD-FLT-WHSE = SPACES
002750         MOVE "ALL" TO AUD-RPT-FLT-WHSE
002760     ELSE
002770         MOVE AUD-FLT-WHSE TO AUD-RPT-FLT-WHSE
002780     END-IF.
002790     IF AUD-FLT-CODE = SPACES
002800         MOVE "ALL" TO AUD-RPT-FLT-CODE
002810     ELSE
002820         MOVE AUD-FLT-CODE TO AUD-RPT-FLT-CODE
002830     END-IF.
002840     IF AUD-FLT-FROM-DATE = 0
002850         MOVE "OPEN" TO AUD-RPT-FLT-FROM
002860     ELSE
002870         MOVE AUD-FLT-FROM-DATE TO AUD-RPT-FLT-FROM
002880     END-IF.
002890     IF AUD-FLT-TO-DATE = 999999
002900         MOVE "OPEN" TO AUD-RPT-FLT-TO
002910     ELSE
002920         MOVE AUD-FLT-TO-DATE TO AUD-RPT-FLT-TO
002930     END-IF.
002940     WRITE AUD-REPORT-REC FROM AUD-RPT-FLT-LINE.
002950 1200-WRITE-FILTER-LINE-EXIT.
002960     EXIT.
002970*
002980*===============================================================
002990* 2000-READ-AUDIT-REC  -  READ ONE AUDIT RECORD AND PRINT IT IF
003000*     IT PASSES EVERY FILTER THE CONTROL CARD SET.
003010*===============================================================
003020 2000-READ-AUDIT-REC.
003030     READ AUD-AUDIT-FILE
003040         AT END
003050             SET AUD-EOF TO TRUE
003060             GO TO 2000-READ-AUDIT-REC-EXIT
003070     END-READ.
003080     ADD 1 TO AUD-READ-COUNT.
003090     IF AUD-FLT-WHSE NOT = SPACES
003100         AND AUD-WHSE NOT = AUD-FLT-WHSE
003110         GO TO 2000-READ-AUDIT-REC-EXIT
003120     END-IF.
003130     IF AUD-FLT-CODE NOT = SPACES
003140         AND AUD-CODE NOT = AUD-FLT-CODE
003150         GO TO 2000-READ-AUDIT-REC-EXIT
003160     END-IF.
003170     IF AUD-RUN-DATE IS NUMERIC
003180         IF AUD-RUN-DATE < AUD-FLT-FROM-DATE
003190             OR AUD-RUN-DATE > AUD-FLT-TO-DATE
003200             GO TO 2000-READ-AUDIT-REC-EXIT
003210         END-IF
003220     END-IF.
003230     PERFORM 2100-PRINT-AUDIT-LINE
003240         THRU 2100-PRINT-AUDIT-LINE-EXIT.
003250 2000-READ-AUDIT-REC-EXIT.
003260     EXIT.
003270*
003280 2100-PRINT-AUDIT-LINE.
003290     MOVE AUD-RUN-MM  TO AUD-RPT-DTL-MM.
003300     MOVE AUD-RUN-DD  TO AUD-RPT-DTL-DD.
003310     MOVE AUD-RUN-YY  TO AUD-RPT-DTL-YY.
003320     MOVE AUD-RUN-HH  TO AUD-RPT-DTL-HH.
003330     MOVE AUD-RUN-MIN TO AUD-RPT-DTL-MIN.
003340     MOVE AUD-RUN-SS  TO AUD-RPT-DTL-SS.
003350     MOVE AUD-WHSE    TO AUD-RPT-DTL-WHSE.
003360     MOVE AUD-CODE    TO AUD-RPT-DTL-CODE.
003370     MOVE AUD-SUB     TO AUD-RPT-DTL-SUB.
003380     MOVE AUD-OLD-VAL TO AUD-RPT-DTL-OLD.
003390     MOVE AUD-NEW-VAL TO AUD-RPT-DTL-NEW.
003400*    A BLANK SOURCE FLAG MARKS A RECORD WRITTEN BEFORE THE FLAG
003410*    EXISTED - THOSE WERE ALL LOAD OR CORRECTION UPDATES AND
003420*    CANNOT BE TOLD APART AFTER THE FACT, SO THEY SHOW "LOAD*".
003430     IF AUD-SOURCE-LOAD
003440         MOVE "LOAD" TO AUD-RPT-DTL-SRC
003450     ELSE IF AUD-SOURCE-CORR
003460         MOVE "CORRECTION" TO AUD-RPT-DTL-SRC
003470     ELSE IF AUD-SOURCE-MOVE
003480         MOVE "MOVEMENT" TO AUD-RPT-DTL-SRC
003490     ELSE IF AUD-SOURCE-XFER
003500         MOVE "TRANSFER" TO AUD-RPT-DTL-SRC
003510     ELSE
003520         MOVE "LOAD*" TO AUD-RPT-DTL-SRC
003530     END-IF.
003540     MOVE AUD-DOC-NO TO AUD-RPT-DTL-DOC.
003550     WRITE AUD-REPORT-REC FROM AUD-RPT-DTL-LINE.
003560     ADD 1 TO AUD-PRINT-COUNT.
003570 2100-PRINT-AUDIT-LINE-EXIT.
003580     EXIT.
003590*
003600*===============================================================
003610* 9000-TERMINATE  -  WRITE THE COUNT TRAILER AND CLOSE FILES.
003620*===============================================================
003630 9000-TERMINATE.
003640     IF AUD-PRINT-COUNT = 0
003650         WRITE AUD-REPORT-REC FROM AUD-RPT-NONE-LINE
003660     END-IF.
003670     MOVE AUD-PRINT-COUNT TO AUD-RPT-CNT-PRT.
003680     MOVE AUD-READ-COUNT  TO AUD-RPT-CNT-READ.
003690     WRITE AUD-REPORT-REC FROM AUD-RPT-CNT-LINE.
003700     IF NOT AUD-AUDIT-NOT-FOUND
003710         CLOSE AUD-AUDIT-FILE
003720     END-IF.
003730     CLOSE AUD-REPORT-FILE.
003740 9000-TERMINATE-EXIT.
003750     EXIT.
