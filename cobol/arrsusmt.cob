000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRSUSMT.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - SUSPENSE REPAIR
000130*                  TRANSACTION.  WALKS THE ARRSUSP SUSPENSE
000140*                  FILE AND PUTS EACH OPEN ITEM - A REJECTED
000150*                  ARRMOVE MOVEMENT, ARRXFER TRANSFER OR ARRIN
000160*                  LOAD DETAIL - TO THE OPERATOR WITH ITS REASON
000170*                  AND THE FIELDS OF THE ORIGINAL RECORD.  THE
000180*                  OPERATOR RELEASES IT AS IT STANDS, CORRECTS
000190*                  IT (AND OPTIONALLY RELEASES IT), DELETES IT,
000200*                  OR LEAVES IT FOR A LATER SESSION.  A RELEASED
000210*                  ITEM IS REPLAYED BY THE NEXT ARRAYDEMO RUN OF
000220*                  THE MODE IT CAME FROM.  EVERY RECORD IS
000230*                  REWRITTEN TO ARRSUSPN, WHICH THE JCL THEN
000240*                  PROMOTES OVER ARRSUSP, THE SAME WAY ARRAPPRV
000250*                  REWRITES THE CORRECTION QUEUE.
000260* 10/15/26   RLH   MOVEMENT CORRECTION NOW PROMPTS FOR THE LOT
000270*                  NUMBER AND EXPIRY DATE ARRMOVE CAN CARRY ("*"
000280*                  CLEARS EITHER), AND THE REASON TABLE HOLDS
000290*                  THE LOT REJECT CODES M6-MB.
000300* 10/15/26   RLH   MOVEMENT CORRECTION ALSO PROMPTS FOR THE
000310*                  CUSTOMER ORDER NUMBER AN ISSUE CAN QUOTE, AND
000320*                  THE REASON TABLE HOLDS ORDER CODES MC AND MD.
000330* 10/15/26   RLH   MOVEMENT CORRECTION ALSO PROMPTS FOR THE
000340*                  PURCHASE ORDER LINE A RECEIPT CAN QUOTE, AND
000350*                  THE REASON TABLE HOLDS PO CODES ME-MI.
000360* 10/15/26   RLH   A SUSPENDED MOVEMENT SHOWS ITS PUTAWAY SPLIT
000370*                  FLAG, SO THE OPERATOR CAN SEE THE ITEM IS THE
000380*                  NO-ROOM REMAINDER OF A RECEIPT ARRPUTA SPLIT.
000390* 10/15/26   RLH   MOVEMENT AND LOAD CORRECTION ALSO PROMPT FOR
000400*                  THE UNIT THE QUANTITY IS STATED IN ("*" =
000410*                  STOCKING UNIT), AND THE REASON TABLE HOLDS THE
000420*                  UNIT CONVERSION CODES L7 AND MJ.
000430* 10/15/26   RLH   REASON TABLE HOLDS L8, A RELEASED LOAD DETAIL
000440*                  SUPERSEDED BY A LATER LOAD OF ITS BIN.
000450* 10/15/26   RLH   ME NOW ALSO COVERS A PO RECEIPT THAT LEAVES
000460*                  ITS PO LINE BLANK.
000470*===============================================================
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530*
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SUS-SUSP-FILE  ASSIGN TO ARRSUSP
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS SUS-SUSP-STATUS.
000590     SELECT SUS-OUT-FILE   ASSIGN TO ARRSUSPN
000600         ORGANIZATION IS SEQUENTIAL.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*
000650*    SUSPENSE RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000660*    ARR-SUSP-REC.  THE IMAGE IS REDEFINED THREE WAYS, ONE PER
000670*    SOURCE FILE, SO THE ORIGINAL FIELDS CAN BE SHOWN AND
000680*    CORRECTED IN PLACE.
000690 FD  SUS-SUSP-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  SUS-SUSP-REC.
000730     05  SUS-SUSP-SOURCE        PIC X(01).
000740         88  SUS-SUSP-FROM-LOAD             VALUE "L".
000750         88  SUS-SUSP-FROM-MOVE             VALUE "M".
000760         88  SUS-SUSP-FROM-XFER             VALUE "T".
000770     05  SUS-SUSP-STAT          PIC X(01).
000780         88  SUS-SUSP-OPEN                  VALUE "O".
000790     05  SUS-SUSP-RSN-CD        PIC X(02).
000800     05  SUS-SUSP-BATCH-ID      PIC X(08).
000810     05  SUS-SUSP-REJ-DATE      PIC 9(06).
000820     05  SUS-SUSP-REJ-TIME      PIC 9(08).
000830     05  SUS-SUSP-FIRST-DATE    PIC 9(06).
000840     05  SUS-SUSP-ACT-DATE      PIC 9(06).
000850     05  SUS-SUSP-OPER-ID       PIC X(08).
000860     05  SUS-SUSP-IMAGE         PIC X(80).
000870*    ARRMOVE VIEW - LAYOUT AS ARRAYDEMO'S ARR-MOVE-REC.  THE
000880*    QUANTITY IS HELD AS TEXT HERE; IT MAY BE THE VERY FIELD
000890*    THAT WAS REJECTED AS NOT NUMERIC.
000900     05  SUS-IMG-MOVE REDEFINES SUS-SUSP-IMAGE.
000910         10  SUS-MOV-TYPE       PIC X(01).
000920         10  SUS-MOV-WHSE       PIC X(03).
000930         10  SUS-MOV-CODE       PIC X(09).
000940         10  SUS-MOV-QTY        PIC X(10).
000950         10  SUS-MOV-DOC-NO     PIC X(10).
000960         10  SUS-MOV-BATCH-ID   PIC X(08).
000970         10  SUS-MOV-LOT-NO     PIC X(10).
000980         10  SUS-MOV-EXP-DATE   PIC X(06).
000990         10  SUS-MOV-ORDER-NO   PIC X(10).
001000         10  SUS-MOV-PO-LINE    PIC X(03).
001010         10  SUS-MOV-PUT-FLAG   PIC X(01).
001020         10  SUS-MOV-UOM        PIC X(03).
001030         10  FILLER             PIC X(06).
001040*    ARRXFER VIEW - LAYOUT AS ARRAYDEMO'S ARR-XFER-REC.
001050     05  SUS-IMG-XFER REDEFINES SUS-SUSP-IMAGE.
001060         10  SUS-XFR-TYPE       PIC X(01).
001070         10  SUS-XFR-DOC-NO     PIC X(10).
001080         10  SUS-XFR-FROM-WHSE  PIC X(03).
001090         10  SUS-XFR-FROM-CODE  PIC X(09).
001100         10  SUS-XFR-TO-WHSE    PIC X(03).
001110         10  SUS-XFR-TO-CODE    PIC X(09).
001120         10  SUS-XFR-QTY        PIC X(09).
001130         10  FILLER             PIC X(36).
001140*    ARRIN DETAIL VIEW - LAYOUT AS ARRAYDEMO'S
001150*    ARR-INPUT-DETAIL-REC.
001160     05  SUS-IMG-LOAD REDEFINES SUS-SUSP-IMAGE.
001170         10  SUS-LOD-TYPE       PIC X(01).
001180         10  SUS-LOD-WHSE       PIC X(03).
001190         10  SUS-LOD-CODE       PIC X(09).
001200         10  SUS-LOD-VALUE      PIC X(09).
001210         10  SUS-LOD-UOM        PIC X(03).
001220         10  SUS-LOD-ORIG-VALUE PIC X(09).
001230         10  SUS-LOD-ORIG-UOM   PIC X(03).
001240         10  FILLER             PIC X(43).
001250     05  FILLER                 PIC X(06).
001260*
001270 FD  SUS-OUT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  SUS-OUT-REC                PIC X(132).
001310*
001320 WORKING-STORAGE SECTION.
001330 01  SUS-SUSP-STATUS            PIC X(02)   VALUE SPACES.
001340     88  SUS-SUSP-NOT-FOUND                 VALUE "35".
001350 77  SUS-EOF-SW                 PIC X(01)   VALUE "N".
001360     88  SUS-EOF                            VALUE "Y".
001370 77  SUS-OPER-ID                PIC X(08)   VALUE SPACES.
001380 77  SUS-DECISION               PIC X(01)   VALUE SPACE.
001390 77  SUS-RUN-DATE               PIC 9(06)   VALUE 0.
001400 77  SUS-OPEN-COUNT             PIC 9(04)   VALUE 0.
001410 77  SUS-REL-COUNT              PIC 9(04)   VALUE 0.
001420 77  SUS-CORR-COUNT             PIC 9(04)   VALUE 0.
001430 77  SUS-DEL-COUNT              PIC 9(04)   VALUE 0.
001440 77  SUS-LEFT-COUNT             PIC 9(04)   VALUE 0.
001450*
001460*---------------------------------------------------------------
001470*    CORRECTION ENTRY FIELDS - A BLANK ENTRY LEAVES THE FIELD AS
001480*    IT WAS.
001490*---------------------------------------------------------------
001500 77  SUS-TYPE-IN                PIC X(01)   VALUE SPACE.
001510 77  SUS-WHSE-IN                PIC X(03)   VALUE SPACES.
001520 77  SUS-CODE-IN                PIC X(09)   VALUE SPACES.
001530 77  SUS-DOC-IN                 PIC X(10)   VALUE SPACES.
001540 01  SUS-SQTY-IN                PIC X(10)   VALUE SPACES.
001550 01  SUS-SQTY-IN-X REDEFINES SUS-SQTY-IN.
001560     05  SUS-SQTY-SIGN          PIC X(01).
001570         88  SUS-SQTY-SIGN-VALID            VALUES "+" "-".
001580     05  SUS-SQTY-DIGITS        PIC X(09).
001590 77  SUS-QTY-IN                 PIC X(09)   VALUE SPACES.
001600 77  SUS-LOT-IN                 PIC X(10)   VALUE SPACES.
001610     88  SUS-LOT-CLEAR                      VALUE "*".
001620 77  SUS-ORD-IN                 PIC X(10)   VALUE SPACES.
001630     88  SUS-ORD-CLEAR                      VALUE "*".
001640 77  SUS-POL-IN                 PIC X(03)   VALUE SPACES.
001650     88  SUS-POL-CLEAR                      VALUE "*".
001660 77  SUS-UOM-IN                 PIC X(03)   VALUE SPACES.
001670     88  SUS-UOM-CLEAR                      VALUE "*".
001680 01  SUS-EXP-IN                 PIC X(06)   VALUE SPACES.
001690     88  SUS-EXP-CLEAR                      VALUE "*".
001700 01  SUS-EXP-IN-N REDEFINES SUS-EXP-IN.
001710     05  SUS-EXP-YY             PIC 9(02).
001720     05  SUS-EXP-MM             PIC 9(02).
001730     05  SUS-EXP-DD             PIC 9(02).
001740*
001750*---------------------------------------------------------------
001760*    REASON CODE TABLE - THE CODES ARRAYDEMO WRITES ON ARRSUSP.
001770*    LAYOUT MUST MATCH ARRSUSAG'S SAG-RSN-VAL.
001780*---------------------------------------------------------------
001790 01  SUS-RSN-VAL.
001800     05  FILLER  PIC X(32) VALUE "L1NOT A VALID DETAIL RECORD".
001810     05  FILLER  PIC X(32) VALUE "L2BIN NOT ON ARRBINM".
001820     05  FILLER  PIC X(32) VALUE "L3BIN INACTIVE ON ARRBINM".
001830     05  FILLER  PIC X(32) VALUE "L4VALUE OVER BIN CAPACITY".
001840     05  FILLER  PIC X(32) VALUE "L5BIN KEY OUT OF SEQUENCE".
001850     05  FILLER  PIC X(32) VALUE "L6ARRAY FULL ON REPLAY".
001860     05  FILLER  PIC X(32) VALUE "M1TYPE NOT R, I OR A".
001870     05  FILLER  PIC X(32) VALUE "M2QUANTITY NOT NUMERIC".
001880     05  FILLER  PIC X(32) VALUE "M3BIN NOT ON ARRAY".
001890     05  FILLER  PIC X(32) VALUE "M4WOULD DRIVE BIN NEGATIVE".
001900     05  FILLER  PIC X(32) VALUE "M5WOULD EXCEED BIN CAPACITY".
001910     05  FILLER  PIC X(32) VALUE "T1TYPE NOT T OR C".
001920     05  FILLER  PIC X(32) VALUE "T2QUANTITY NOT NUMERIC".
001930     05  FILLER  PIC X(32) VALUE "T3QUANTITY IS ZERO".
001940     05  FILLER  PIC X(32) VALUE "T4IN-TRANSIT TABLE FULL".
001950     05  FILLER  PIC X(32) VALUE "T5DEST BIN NOT ON ARRAY".
001960     05  FILLER  PIC X(32) VALUE "T6SOURCE BIN NOT ON ARRAY".
001970     05  FILLER  PIC X(32) VALUE "T7WOULD DRIVE SOURCE NEGATIVE".
001980     05  FILLER  PIC X(32) VALUE "T8NO OPEN TRANSFER FOR DOC".
001990     05  FILLER  PIC X(32) VALUE "T9WOULD EXCEED DEST CAPACITY".
002000     05  FILLER  PIC X(32) VALUE "M6EXPIRY WITHOUT LOT NUMBER".
002010     05  FILLER  PIC X(32) VALUE "M7EXPIRY DATE NOT VALID".
002020     05  FILLER  PIC X(32) VALUE "M8EXPIRY DIFFERS FROM LOT".
002030     05  FILLER  PIC X(32) VALUE "M9NAMED LOT NOT IN BIN".
002040     05  FILLER  PIC X(32) VALUE "MANAMED LOT SHORT FOR ISSUE".
002050     05  FILLER  PIC X(32) VALUE "MBLOT TABLE FULL".
002060     05  FILLER  PIC X(32) VALUE "MCNO OPEN RESV FOR ORDER".
002070     05  FILLER  PIC X(32) VALUE "MDORDER NOT ON AN ISSUE".
002080     05  FILLER  PIC X(32) VALUE "MEPO LINE MISSING/NOT ON ARRPO".
002090     05  FILLER  PIC X(32) VALUE "MFPO LINE IS CLOSED".
002100     05  FILLER  PIC X(32) VALUE "MGPO LINE FOR OTHER BIN".
002110     05  FILLER  PIC X(32) VALUE "MHOVER PO TOLERANCE".
002120     05  FILLER  PIC X(32) VALUE "MIPO LINE NOT ON RECEIPT".
002130     05  FILLER  PIC X(32) VALUE "L7UNIT NOT CONVERTIBLE".
002140     05  FILLER  PIC X(32) VALUE "MJUNIT NOT CONVERTIBLE".
002150     05  FILLER  PIC X(32) VALUE "L8SUPERSEDED BY LATER LOAD".
002160 01  SUS-RSN-TBL REDEFINES SUS-RSN-VAL.
002170     05  SUS-RSN-ENTRY          OCCURS 36 TIMES.
002180         10  SUS-RSN-TBL-CD     PIC X(02).
002190         10  SUS-RSN-TBL-TEXT   PIC X(30).
002200 77  SUS-RSN-MAX                PIC 9(04)   VALUE 36.
002210 77  SUS-RSN-SUB                PIC 9(04)   COMP VALUE 0.
002220 77  SUS-RSN-TEXT               PIC X(30)   VALUE SPACES.
002230*
002240 PROCEDURE DIVISION.
002250*
002260*===============================================================
002270* 0000-MAINLINE.
002280*===============================================================
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-INITIALIZE-EXIT.
002320     PERFORM 2000-REVIEW-ONE-REC
002330         THRU 2000-REVIEW-ONE-REC-EXIT
002340         UNTIL SUS-EOF.
002350     PERFORM 9000-TERMINATE
002360         THRU 9000-TERMINATE-EXIT.
002370     STOP RUN.
002380*
002390*===============================================================
002400* 1000-INITIALIZE  -  OPEN THE SUSPENSE FILE AND THE REWRITE
002410*     FILE AND TAKE THE OPERATOR'S ID.  NO ARRSUSP AT ALL MEANS
002420*     NOTHING HAS EVER BEEN SUSPENDED.
002430*===============================================================
002440 1000-INITIALIZE.
002450     DISPLAY "ARRSUSMT - SUSPENSE REPAIR TRANSACTION".
002460     OPEN INPUT SUS-SUSP-FILE.
002470     IF SUS-SUSP-NOT-FOUND
002480         DISPLAY "ARRSUSMT - NO ARRSUSP SUSPENSE FILE TO REVIEW"
002490         SET SUS-EOF TO TRUE
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF.
002520     OPEN OUTPUT SUS-OUT-FILE.
002530     ACCEPT SUS-RUN-DATE FROM DATE.
002540     DISPLAY "ENTER OPERATOR ID:".
002550     ACCEPT SUS-OPER-ID.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*
002590*===============================================================
002600* 2000-REVIEW-ONE-REC  -  READ ONE SUSPENSE ITEM.  OPEN ONES ARE
002610*     PUT TO THE OPERATOR - "R" RELEASES IT FOR REPLAY AS IT
002620*     STANDS, "C" CORRECTS IT FIELD BY FIELD, "D" DELETES IT,
002630*     ANYTHING ELSE LEAVES IT OPEN FOR A LATER SESSION.
002640*     RELEASED, REPLAYED AND DELETED ITEMS PASS THROUGH
002650*     UNTOUCHED.
002660*===============================================================
002670 2000-REVIEW-ONE-REC.
002680     READ SUS-SUSP-FILE
002690         AT END
002700             SET SUS-EOF TO TRUE
002710             GO TO 2000-REVIEW-ONE-REC-EXIT
002720     END-READ.
002730     IF NOT SUS-SUSP-OPEN
002740         WRITE SUS-OUT-REC FROM SUS-SUSP-REC
002750         GO TO 2000-REVIEW-ONE-REC-EXIT
002760     END-IF.
002770     ADD 1 TO SUS-OPEN-COUNT.
002780     PERFORM 2100-SHOW-ITEM
002790         THRU 2100-SHOW-ITEM-EXIT.
002800     DISPLAY "RELEASE, CORRECT, DELETE OR LEAVE OPEN (R/C/D/L):".
002810     ACCEPT SUS-DECISION.
002820     IF SUS-DECISION = "R" OR "r"
002830         PERFORM 2300-RELEASE-ITEM
002840             THRU 2300-RELEASE-ITEM-EXIT
002850         GO TO 2000-REVIEW-ONE-REC-WRAP
002860     END-IF.
002870     IF SUS-DECISION = "C" OR "c"
002880         PERFORM 2200-CORRECT-ITEM
002890             THRU 2200-CORRECT-ITEM-EXIT
002900         GO TO 2000-REVIEW-ONE-REC-WRAP
002910     END-IF.
002920     IF SUS-DECISION = "D" OR "d"
002930         MOVE "D" TO SUS-SUSP-STAT
002940         MOVE SUS-OPER-ID TO SUS-SUSP-OPER-ID
002950         MOVE SUS-RUN-DATE TO SUS-SUSP-ACT-DATE
002960         ADD 1 TO SUS-DEL-COUNT
002970         DISPLAY "ARRSUSMT - DELETED"
002980         GO TO 2000-REVIEW-ONE-REC-WRAP
002990     END-IF.
003000     ADD 1 TO SUS-LEFT-COUNT.
003010     DISPLAY "ARRSUSMT - LEFT OPEN".
003020 2000-REVIEW-ONE-REC-WRAP.
003030     WRITE SUS-OUT-REC FROM SUS-SUSP-REC.
003040 2000-REVIEW-ONE-REC-EXIT.
003050     EXIT.
003060*
003070*===============================================================
003080* 2100-SHOW-ITEM  -  DISPLAY THE ITEM'S REASON, BATCH AND
003090*     DATES, THEN THE ORIGINAL RECORD THROUGH THE VIEW FOR THE
003100*     FILE IT CAME FROM.
003110*===============================================================
003120 2100-SHOW-ITEM.
003130     MOVE "REASON CODE NOT ON TABLE" TO SUS-RSN-TEXT.
003140     PERFORM 2110-FIND-RSN-TEXT
003150         THRU 2110-FIND-RSN-TEXT-EXIT
003160         VARYING SUS-RSN-SUB FROM 1 BY 1
003170         UNTIL SUS-RSN-SUB > SUS-RSN-MAX.
003180     DISPLAY " ".
003190     DISPLAY "SUSPENDED: SOURCE " SUS-SUSP-SOURCE
003200         " REASON " SUS-SUSP-RSN-CD " " SUS-RSN-TEXT.
003210     DISPLAY "  BATCH " SUS-SUSP-BATCH-ID
003220         " REJECTED " SUS-SUSP-REJ-DATE
003230         " FIRST REJECTED " SUS-SUSP-FIRST-DATE.
003240     IF SUS-SUSP-FROM-MOVE
003250         DISPLAY "  MOVEMENT TYPE " SUS-MOV-TYPE
003260             " WHSE " SUS-MOV-WHSE
003270             " BIN " SUS-MOV-CODE
003280             " QTY " SUS-MOV-QTY
003290             " UNIT " SUS-MOV-UOM
003300             " DOC " SUS-MOV-DOC-NO
003310         DISPLAY "  LOT " SUS-MOV-LOT-NO
003320             " EXPIRY " SUS-MOV-EXP-DATE
003330             " ORDER " SUS-MOV-ORDER-NO
003340             " PO LINE " SUS-MOV-PO-LINE
003350             " PUTAWAY " SUS-MOV-PUT-FLAG
003360         GO TO 2100-SHOW-ITEM-EXIT
003370     END-IF.
003380     IF SUS-SUSP-FROM-XFER
003390         DISPLAY "  TRANSFER TYPE " SUS-XFR-TYPE
003400             " DOC " SUS-XFR-DOC-NO
003410             " QTY " SUS-XFR-QTY
003420         DISPLAY "  FROM " SUS-XFR-FROM-WHSE " " SUS-XFR-FROM-CODE
003430             " TO " SUS-XFR-TO-WHSE " " SUS-XFR-TO-CODE
003440         GO TO 2100-SHOW-ITEM-EXIT
003450     END-IF.
003460     DISPLAY "  LOAD DETAIL TYPE " SUS-LOD-TYPE
003470         " WHSE " SUS-LOD-WHSE
003480         " BIN " SUS-LOD-CODE
003490         " VALUE " SUS-LOD-VALUE
003500         " UNIT " SUS-LOD-UOM.
003510     IF SUS-LOD-ORIG-UOM NOT = SPACES
003520         DISPLAY "  CONVERTED BY ARRMERGE FROM "
003530             SUS-LOD-ORIG-VALUE " " SUS-LOD-ORIG-UOM
003540     END-IF.
003550 2100-SHOW-ITEM-EXIT.
003560     EXIT.
003570*
003580 2110-FIND-RSN-TEXT.
003590     IF SUS-RSN-TBL-CD (SUS-RSN-SUB) = SUS-SUSP-RSN-CD
003600         MOVE SUS-RSN-TBL-TEXT (SUS-RSN-SUB) TO SUS-RSN-TEXT
003610         MOVE SUS-RSN-MAX TO SUS-RSN-SUB
003620     END-IF.
003630 2110-FIND-RSN-TEXT-EXIT.
003640     EXIT.
003650*
003660*===============================================================
003670* 2200-CORRECT-ITEM  -  PROMPT FOR EACH FIELD OF THE ORIGINAL
003680*     RECORD IN TURN; A BLANK ENTRY KEEPS THE FIELD.  A
003690*     QUANTITY THAT IS NOT IN THE RECORD'S OWN FORMAT IS REFUSED
003700*     AND THE OLD ONE KEPT.  THE CORRECTED ITEM IS SHOWN AGAIN
003710*     AND MAY BE RELEASED AT ONCE OR LEFT OPEN.  NOTHING IS
003720*     VALIDATED AGAINST THE ARRAY HERE - THE REPLAY DOES THAT,
003730*     AND AN ITEM STILL WRONG COMES BACK INTO SUSPENSE.
003740*===============================================================
003750 2200-CORRECT-ITEM.
003760     IF SUS-SUSP-FROM-MOVE
003770         PERFORM 2210-CORRECT-MOVE
003780             THRU 2210-CORRECT-MOVE-EXIT
003790     ELSE
003800         IF SUS-SUSP-FROM-XFER
003810             PERFORM 2220-CORRECT-XFER
003820                 THRU 2220-CORRECT-XFER-EXIT
003830         ELSE
003840             PERFORM 2230-CORRECT-LOAD
003850                 THRU 2230-CORRECT-LOAD-EXIT
003860         END-IF
003870     END-IF.
003880     MOVE SUS-OPER-ID TO SUS-SUSP-OPER-ID.
003890     MOVE SUS-RUN-DATE TO SUS-SUSP-ACT-DATE.
003900     ADD 1 TO SUS-CORR-COUNT.
003910     PERFORM 2100-SHOW-ITEM
003920         THRU 2100-SHOW-ITEM-EXIT.
003930     DISPLAY "RELEASE CORRECTED ITEM NOW (Y/N):".
003940     ACCEPT SUS-DECISION.
003950     IF SUS-DECISION = "Y" OR "y"
003960         PERFORM 2300-RELEASE-ITEM
003970             THRU 2300-RELEASE-ITEM-EXIT
003980     ELSE
003990         DISPLAY "ARRSUSMT - CORRECTED, LEFT OPEN"
004000     END-IF.
004010 2200-CORRECT-ITEM-EXIT.
004020     EXIT.
004030*
004040 2210-CORRECT-MOVE.
004050     DISPLAY "NEW MOVEMENT TYPE R/I/A (BLANK = UNCHANGED):".
004060     MOVE SPACE TO SUS-TYPE-IN.
004070     ACCEPT SUS-TYPE-IN.
004080     IF SUS-TYPE-IN NOT = SPACE
004090         MOVE SUS-TYPE-IN TO SUS-MOV-TYPE
004100     END-IF.
004110     DISPLAY "NEW WAREHOUSE (BLANK = UNCHANGED):".
004120     MOVE SPACES TO SUS-WHSE-IN.
004130     ACCEPT SUS-WHSE-IN.
004140     IF SUS-WHSE-IN NOT = SPACES
004150         MOVE SUS-WHSE-IN TO SUS-MOV-WHSE
004160     END-IF.
004170     DISPLAY "NEW BIN CODE (BLANK = UNCHANGED):".
004180     MOVE SPACES TO SUS-CODE-IN.
004190     ACCEPT SUS-CODE-IN.
004200     IF SUS-CODE-IN NOT = SPACES
004210         MOVE SUS-CODE-IN TO SUS-MOV-CODE
004220     END-IF.
004230     DISPLAY "NEW QUANTITY AS SIGN AND 9 DIGITS, E.G. +000000150 "
004240         "(BLANK = UNCHANGED):".
004250     MOVE SPACES TO SUS-SQTY-IN.
004260     ACCEPT SUS-SQTY-IN.
004270     IF SUS-SQTY-IN NOT = SPACES
004280         IF SUS-SQTY-SIGN-VALID
004290             AND SUS-SQTY-DIGITS NUMERIC
004300             MOVE SUS-SQTY-IN TO SUS-MOV-QTY
004310         ELSE
004320             DISPLAY "ARRSUSMT - QUANTITY NOT VALID - UNCHANGED"
004330         END-IF
004340     END-IF.
004350     DISPLAY "NEW UNIT (BLANK = UNCHANGED, * = STOCKING UNIT):".
004360     MOVE SPACES TO SUS-UOM-IN.
004370     ACCEPT SUS-UOM-IN.
004380     IF SUS-UOM-CLEAR
004390         MOVE SPACES TO SUS-MOV-UOM
004400     ELSE
004410         IF SUS-UOM-IN NOT = SPACES
004420             MOVE SUS-UOM-IN TO SUS-MOV-UOM
004430         END-IF
004440     END-IF.
004450     DISPLAY "NEW DOCUMENT NUMBER (BLANK = UNCHANGED):".
004460     MOVE SPACES TO SUS-DOC-IN.
004470     ACCEPT SUS-DOC-IN.
004480     IF SUS-DOC-IN NOT = SPACES
004490         MOVE SUS-DOC-IN TO SUS-MOV-DOC-NO
004500     END-IF.
004510     DISPLAY "NEW ORDER NUMBER (BLANK = UNCHANGED, * = NONE):".
004520     MOVE SPACES TO SUS-ORD-IN.
004530     ACCEPT SUS-ORD-IN.
004540     IF SUS-ORD-CLEAR
004550         MOVE SPACES TO SUS-MOV-ORDER-NO
004560     ELSE
004570         IF SUS-ORD-IN NOT = SPACES
004580             MOVE SUS-ORD-IN TO SUS-MOV-ORDER-NO
004590         END-IF
004600     END-IF.
004610     DISPLAY "NEW PO LINE NNN (BLANK = UNCHANGED, * = NONE):".
004620     MOVE SPACES TO SUS-POL-IN.
004630     ACCEPT SUS-POL-IN.
004640     IF SUS-POL-CLEAR
004650         MOVE SPACES TO SUS-MOV-PO-LINE
004660     ELSE
004670         IF SUS-POL-IN NOT = SPACES
004680             MOVE SUS-POL-IN TO SUS-MOV-PO-LINE
004690         END-IF
004700     END-IF.
004710     DISPLAY "NEW LOT NUMBER (BLANK = UNCHANGED, * = NONE):".
004720     MOVE SPACES TO SUS-LOT-IN.
004730     ACCEPT SUS-LOT-IN.
004740     IF SUS-LOT-CLEAR
004750         MOVE SPACES TO SUS-MOV-LOT-NO
004760     ELSE
004770         IF SUS-LOT-IN NOT = SPACES
004780             MOVE SUS-LOT-IN TO SUS-MOV-LOT-NO
004790         END-IF
004800     END-IF.
004810     DISPLAY "NEW EXPIRY DATE YYMMDD (BLANK = UNCHANGED, "
004820         "* = NONE):".
004830     MOVE SPACES TO SUS-EXP-IN.
004840     ACCEPT SUS-EXP-IN.
004850     IF SUS-EXP-CLEAR
004860         MOVE SPACES TO SUS-MOV-EXP-DATE
004870         GO TO 2210-CORRECT-MOVE-EXIT
004880     END-IF.
004890     IF SUS-EXP-IN = SPACES
004900         GO TO 2210-CORRECT-MOVE-EXIT
004910     END-IF.
004920     IF SUS-EXP-IN NUMERIC
004930         AND SUS-EXP-MM > 00 AND SUS-EXP-MM < 13
004940         AND SUS-EXP-DD > 00 AND SUS-EXP-DD < 32
004950         MOVE SUS-EXP-IN TO SUS-MOV-EXP-DATE
004960     ELSE
004970         DISPLAY "ARRSUSMT - EXPIRY DATE NOT VALID - UNCHANGED"
004980     END-IF.
004990 2210-CORRECT-MOVE-EXIT.
005000     EXIT.
005010*
005020 2220-CORRECT-XFER.
005030     DISPLAY "NEW TRANSFER TYPE T/C (BLANK = UNCHANGED):".
005040     MOVE SPACE TO SUS-TYPE-IN.
005050     ACCEPT SUS-TYPE-IN.
005060     IF SUS-TYPE-IN NOT = SPACE
005070         MOVE SUS-TYPE-IN TO SUS-XFR-TYPE
005080     END-IF.
005090     DISPLAY "NEW DOCUMENT NUMBER (BLANK = UNCHANGED):".
005100     MOVE SPACES TO SUS-DOC-IN.
005110     ACCEPT SUS-DOC-IN.
005120     IF SUS-DOC-IN NOT = SPACES
005130         MOVE SUS-DOC-IN TO SUS-XFR-DOC-NO
005140     END-IF.
005150     DISPLAY "NEW SOURCE WAREHOUSE (BLANK = UNCHANGED):".
005160     MOVE SPACES TO SUS-WHSE-IN.
005170     ACCEPT SUS-WHSE-IN.
005180     IF SUS-WHSE-IN NOT = SPACES
005190         MOVE SUS-WHSE-IN TO SUS-XFR-FROM-WHSE
005200     END-IF.
005210     DISPLAY "NEW SOURCE BIN CODE (BLANK = UNCHANGED):".
005220     MOVE SPACES TO SUS-CODE-IN.
005230     ACCEPT SUS-CODE-IN.
005240     IF SUS-CODE-IN NOT = SPACES
005250         MOVE SUS-CODE-IN TO SUS-XFR-FROM-CODE
005260     END-IF.
005270     DISPLAY "NEW DESTINATION WAREHOUSE (BLANK = UNCHANGED):".
005280     MOVE SPACES TO SUS-WHSE-IN.
005290     ACCEPT SUS-WHSE-IN.
005300     IF SUS-WHSE-IN NOT = SPACES
005310         MOVE SUS-WHSE-IN TO SUS-XFR-TO-WHSE
005320     END-IF.
005330     DISPLAY "NEW DESTINATION BIN CODE (BLANK = UNCHANGED):".
005340     MOVE SPACES TO SUS-CODE-IN.
005350     ACCEPT SUS-CODE-IN.
005360     IF SUS-CODE-IN NOT = SPACES
005370         MOVE SUS-CODE-IN TO SUS-XFR-TO-CODE
005380     END-IF.
005390     DISPLAY "NEW QUANTITY AS 9 DIGITS (BLANK = UNCHANGED):".
005400     MOVE SPACES TO SUS-QTY-IN.
005410     ACCEPT SUS-QTY-IN.
005420     IF SUS-QTY-IN NOT = SPACES
005430         IF SUS-QTY-IN NUMERIC
005440             MOVE SUS-QTY-IN TO SUS-XFR-QTY
005450         ELSE
005460             DISPLAY "ARRSUSMT - QUANTITY NOT VALID - UNCHANGED"
005470         END-IF
005480     END-IF.
005490 2220-CORRECT-XFER-EXIT.
005500     EXIT.
005510*
005520 2230-CORRECT-LOAD.
005530     DISPLAY "NEW RECORD TYPE, D FOR DETAIL (BLANK = UNCHANGED):".
005540     MOVE SPACE TO SUS-TYPE-IN.
005550     ACCEPT SUS-TYPE-IN.
005560     IF SUS-TYPE-IN NOT = SPACE
005570         MOVE SUS-TYPE-IN TO SUS-LOD-TYPE
005580     END-IF.
005590     DISPLAY "NEW WAREHOUSE (BLANK = UNCHANGED):".
005600     MOVE SPACES TO SUS-WHSE-IN.
005610     ACCEPT SUS-WHSE-IN.
005620     IF SUS-WHSE-IN NOT = SPACES
005630         MOVE SUS-WHSE-IN TO SUS-LOD-WHSE
005640     END-IF.
005650     DISPLAY "NEW BIN CODE (BLANK = UNCHANGED):".
005660     MOVE SPACES TO SUS-CODE-IN.
005670     ACCEPT SUS-CODE-IN.
005680     IF SUS-CODE-IN NOT = SPACES
005690         MOVE SUS-CODE-IN TO SUS-LOD-CODE
005700     END-IF.
005710     DISPLAY "NEW VALUE AS 9 DIGITS (BLANK = UNCHANGED):".
005720     MOVE SPACES TO SUS-QTY-IN.
005730     ACCEPT SUS-QTY-IN.
005740     IF SUS-QTY-IN NOT = SPACES
005750         IF SUS-QTY-IN NUMERIC
005760             MOVE SUS-QTY-IN TO SUS-LOD-VALUE
005770             MOVE SPACES TO SUS-LOD-ORIG-VALUE SUS-LOD-ORIG-UOM
005780         ELSE
005790             DISPLAY "ARRSUSMT - VALUE NOT VALID - UNCHANGED"
005800         END-IF
005810     END-IF.
005820*    A NEW VALUE OR UNIT REPLACES WHAT THE FEED STATED, SO ANY
005830*    ORIGINAL ARRMERGE KEPT FROM ITS CONVERSION NO LONGER
005840*    APPLIES AND IS DROPPED.
005850     DISPLAY "NEW UNIT (BLANK = UNCHANGED, * = STOCKING UNIT):".
005860     MOVE SPACES TO SUS-UOM-IN.
005870     ACCEPT SUS-UOM-IN.
005880     IF SUS-UOM-CLEAR
005890         MOVE SPACES TO SUS-LOD-UOM
005900                        SUS-LOD-ORIG-VALUE SUS-LOD-ORIG-UOM
005910     ELSE
005920         IF SUS-UOM-IN NOT = SPACES
005930             MOVE SUS-UOM-IN TO SUS-LOD-UOM
005940             MOVE SPACES TO SUS-LOD-ORIG-VALUE SUS-LOD-ORIG-UOM
005950         END-IF
005960     END-IF.
005970 2230-CORRECT-LOAD-EXIT.
005980     EXIT.
005990*
006000*===============================================================
006010* 2300-RELEASE-ITEM  -  MARK THE ITEM RELEASED FOR REPLAY BY THE
006020*     NEXT ARRAYDEMO RUN AND STAMP WHO RELEASED IT AND WHEN.
006030*===============================================================
006040 2300-RELEASE-ITEM.
006050     MOVE "R" TO SUS-SUSP-STAT.
006060     MOVE SUS-OPER-ID TO SUS-SUSP-OPER-ID.
006070     MOVE SUS-RUN-DATE TO SUS-SUSP-ACT-DATE.
006080     ADD 1 TO SUS-REL-COUNT.
006090     DISPLAY "ARRSUSMT - RELEASED FOR REPLAY".
006100 2300-RELEASE-ITEM-EXIT.
006110     EXIT.
006120*
006130*===============================================================
006140* 9000-TERMINATE  -  SUMMARIZE THE SESSION AND CLOSE FILES.
006150*===============================================================
006160 9000-TERMINATE.
006170     IF NOT SUS-SUSP-NOT-FOUND
006180         CLOSE SUS-SUSP-FILE
006190         CLOSE SUS-OUT-FILE
006200     END-IF.
006210     DISPLAY "ARRSUSMT - OPEN REVIEWED " SUS-OPEN-COUNT
006220         " RELEASED " SUS-REL-COUNT
006230         " CORRECTED " SUS-CORR-COUNT
006240         " DELETED " SUS-DEL-COUNT
006250         " LEFT " SUS-LEFT-COUNT.
006260 9000-TERMINATE-EXIT.
006270     EXIT.
