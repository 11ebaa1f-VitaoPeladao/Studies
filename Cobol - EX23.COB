000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PROGRAMAMASCARAQA.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  CTA - CONTROLE E AUDITORIA.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                          *
000090*------------------------------------------------------------------
000100*  DATE      INIT  DESCRIPTION
000110*  --------  ----  ------------------------------------------------
000120*  10/15/26  RA    ORIGINAL VERSION.  BUILDS A MASKED TEST DATA
000130*                  SET FOR THE QA REGION FROM ONE PRODUCTION
000140*                  CYCLE, SO SUITE CHANGES ARE TESTED AGAINST DATA
000150*                  THAT LOOKS LIKE PRODUCTION WITHOUT A REAL
000160*                  ACCOUNT OR DOCUMENT NUMBER EVER LEAVING
000170*                  IT.  SAMPLES THE CYCLE'S RESNIGHT AND REJNIGHT
000180*                  SNAPSHOTS IN PROPORTION, REPLACES EVERY VALUE
000190*                  BY A MASKED SUBSTITUTE UNDER THE KEY ON SYSIN -
000200*                  THE SAME VALUE ALWAYS GETS THE SAME SUBSTITUTE,
000210*                  AND THE SUBSTITUTE KEEPS ITS PARITY,
000220*                  MULT5/MULT10 CATEGORY, CHECK-DIGIT RESULT AND
000230*                  REJECT REASON - AND WRITES A NUMERO-FILE FEED
000240*                  WITH HEADER AND TRAILER, THE RESFILE AND
000250*                  REJFILE THAT FEED MUST PRODUCE, A NUMMAST LOAD
000260*                  FOR ITS NUMBERS AND THE WATCH-LIST CARDS THAT
000270*                  REPRODUCE ITS BLOCKS.  THE CONTROL REPORT
000280*                  RE-DERIVES EVERY CATEGORY FROM THE MASKED
000290*                  VALUES AND PROVES THE COUNTS MATCH THE SOURCE
000300*                  SAMPLE; A MISMATCH ENDS THE STEP RC=8 AND THE
000310*                  SET MUST NOT BE LOADED.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CTL-FILE-STATUS.
000390     SELECT SOURCE-RESULT-FILE ASSIGN TO RESFILE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RES-FILE-STATUS.
000420     SELECT SOURCE-REJECT-FILE ASSIGN TO REJFILE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REJ-FILE-STATUS.
000450     SELECT NUMMAST-FILE ASSIGN TO NUMMAST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS NM-NUMERO
000490         FILE STATUS IS WS-MST-FILE-STATUS.
000500     SELECT QA-FEED-FILE ASSIGN TO QANUMF
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-QNF-FILE-STATUS.
000530     SELECT QA-RESULT-FILE ASSIGN TO QARES
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-QRS-FILE-STATUS.
000560     SELECT QA-REJECT-FILE ASSIGN TO QAREJ
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-QRJ-FILE-STATUS.
000590     SELECT QA-MASTER-FILE ASSIGN TO QAMAST
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-QMS-FILE-STATUS.
000620     SELECT QA-WATCH-CARD-FILE ASSIGN TO QAWLTRN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-QWL-FILE-STATUS.
000650     SELECT REPORT-FILE ASSIGN TO RPTFILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RPT-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700******************************************************************
000710*  CONTROL-CARD-FILE - ONE SYSIN CARD, REQUIRED:                 *
000720*    COLS  1-7   DETAIL RECORDS WANTED ON THE QA FEED (0000000 = *
000730*                THE WHOLE CYCLE)                                *
000740*    COLS  9-16  MASKING KEY, EIGHT DIGITS, NOT ALL ZERO         *
000750*    COL   18    CHECK-DIGIT SCHEME THE CYCLE WAS CLASSIFIED     *
000760*                UNDER (L/M/N AS ON THE PARIMPAR CARD, BLANK = L)*
000770*    COLS 20-27  QA BATCH ID (BLANK = QAMASKED)                  *
000780*  THE KEY DECIDES EVERY SUBSTITUTE.  THE SAME KEY GIVES THE     *
000790*  SAME SUBSTITUTES ON EVERY RUN, SO QA CAN REFRESH A SET        *
000800*  WITHOUT ITS NUMBERS CHANGING; THE KEY IS NEVER PRINTED.       *
000810******************************************************************
000820 FD  CONTROL-CARD-FILE
000830     RECORDING MODE IS F.
000840 01  CONTROL-CARD-RECORD.
000850     05  CTL-SAMPLE-SIZE         PIC X(07).
000860     05  CTL-SAMPLE-SIZE-N REDEFINES CTL-SAMPLE-SIZE
000870                                 PIC 9(07).
000880     05  FILLER                  PIC X(01).
000890     05  CTL-MASK-KEY            PIC X(08).
000900     05  CTL-MASK-KEY-N REDEFINES CTL-MASK-KEY
000910                                 PIC 9(08).
000920     05  FILLER                  PIC X(01).
000930     05  CTL-CHECK-SCHEME        PIC X(01).
000940     05  FILLER                  PIC X(01).
000950     05  CTL-QA-BATCH-ID         PIC X(08).
000960
000970******************************************************************
000980*  SOURCE-RESULT-FILE, SOURCE-REJECT-FILE - THE PRODUCTION       *
000990*  CYCLE'S RESNIGHT AND REJNIGHT SNAPSHOTS.  ONLY THEIR LENGTHS  *
001000*  ARE DECLARED HERE - EACH RECORD IS MOVED INTO THE QA OUTPUT   *
001010*  RECORD OF THE SAME LAYOUT (NUMCLASS, REJCLASS BELOW) AND      *
001020*  WORKED ON THERE.  EACH IS READ MORE THAN ONCE - TO COUNT THE  *
001030*  CYCLE, TO MARK THE DUPLICATES SAMPLED AND TO WRITE THE SET.   *
001040******************************************************************
001050 FD  SOURCE-RESULT-FILE
001060     RECORDING MODE IS F.
001070 01  SOURCE-RESULT-RECORD        PIC X(26).
001080
001090 FD  SOURCE-REJECT-FILE
001100     RECORDING MODE IS F.
001110 01  SOURCE-REJECT-RECORD        PIC X(25).
001120
001130******************************************************************
001140*  NUMMAST-FILE - THE PRODUCTION CLASSIFICATION MASTER, READ BY  *
001150*  KEY FOR THE HISTORY (FIRST AND LAST SEEN, TIMES SEEN) OF EACH *
001160*  NUMBER SAMPLED.  READ ONLY.                                   *
001170******************************************************************
001180 FD  NUMMAST-FILE.
001190     COPY NUMMAST.
001200
001210******************************************************************
001220*  QA-FEED-FILE - THE MASKED NUMERO-FILE FEED: ONE BATCH HEADER, *
001230*  THE MASKED GOOD NUMBERS, THEN THE MASKED REJECTS (SO EVERY    *
001240*  DUPLICATE FOLLOWS ITS FIRST COPY), AND THE DECLARED-COUNT     *
001250*  TRAILER, BUILT FROM THE WORKING-STORAGE LINES BELOW.          *
001260******************************************************************
001270 FD  QA-FEED-FILE
001280     RECORDING MODE IS F.
001290 01  QA-FEED-RECORD              PIC X(19).
001300
001310******************************************************************
001320*  QA-RESULT-FILE - THE RESFILE THE QA FEED MUST PRODUCE,        *
001330*  NUMCLASS LAYOUT, IN FEED ORDER.                               *
001340******************************************************************
001350 FD  QA-RESULT-FILE
001360     RECORDING MODE IS F.
001370     COPY NUMCLASS.
001380
001390******************************************************************
001400*  QA-REJECT-FILE - THE REJFILE THE QA FEED MUST PRODUCE,        *
001410*  REJCLASS LAYOUT, IN FEED ORDER.                               *
001420******************************************************************
001430 FD  QA-REJECT-FILE
001440     RECORDING MODE IS F.
001450     COPY REJCLASS.
001460
001470******************************************************************
001480*  QA-MASTER-FILE - ONE NUMMAST RECORD PER MASKED GOOD NUMBER,   *
001490*  CARRYING THE PRODUCTION HISTORY OF THE NUMBER IT REPLACES.    *
001500*  WRITTEN IN FEED ORDER; THE JOB SORTS IT INTO KEY ORDER FOR    *
001510*  THE QA MASTER LOAD.                                           *
001520******************************************************************
001530 FD  QA-MASTER-FILE
001540     RECORDING MODE IS F.
001550 01  QA-MASTER-RECORD            PIC X(39).
001560
001570******************************************************************
001580*  QA-WATCH-CARD-FILE - ONE PROGRAMAMANUTVIGIA ADD CARD (WLTRANS *
001590*  LAYOUT) PER MASKED NUMBER THE CYCLE REJECTED AS A WATCH-LIST  *
001600*  BLOCK, SO THE QA WATCH LIST BLOCKS THE SAME NUMBERS.          *
001610******************************************************************
001620 FD  QA-WATCH-CARD-FILE
001630     RECORDING MODE IS F.
001640 01  QA-WATCH-CARD-RECORD        PIC X(69).
001650
001660******************************************************************
001670*  REPORT-FILE - THE PRINTED CONTROL REPORT.                     *
001680******************************************************************
001690 FD  REPORT-FILE
001700     RECORDING MODE IS F.
001710 01  REPORT-RECORD               PIC X(100).
001720
001730 WORKING-STORAGE SECTION.
001740******************************************************************
001750*  SWITCHES                                                      *
001760******************************************************************
001770 77  WS-RES-EOF-SW           PIC X(01)      VALUE "N".
001780     88  WS-RES-EOF                          VALUE "Y".
001790 77  WS-REJ-EOF-SW           PIC X(01)      VALUE "N".
001800     88  WS-REJ-EOF                          VALUE "Y".
001810 77  WS-FATAL-SW             PIC X(01)      VALUE "N".
001820     88  WS-FATAL                            VALUE "Y".
001830     88  WS-NOT-FATAL                        VALUE "N".
001840 77  WS-SELECT-SW            PIC X(01)      VALUE "N".
001850     88  WS-SELECTED                         VALUE "Y".
001860 77  WS-MSK-MATCH-SW         PIC X(01)      VALUE "N".
001870     88  WS-MSK-MATCHED                      VALUE "Y".
001880 77  WS-MISMATCH-SW          PIC X(01)      VALUE "N".
001890     88  WS-MISMATCH                         VALUE "Y".
001900 77  WS-CTL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001910 77  WS-RES-FILE-STATUS      PIC X(02)      VALUE SPACES.
001920 77  WS-REJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
001930 77  WS-MST-FILE-STATUS      PIC X(02)      VALUE SPACES.
001940 77  WS-QNF-FILE-STATUS      PIC X(02)      VALUE SPACES.
001950 77  WS-QRS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001960 77  WS-QRJ-FILE-STATUS      PIC X(02)      VALUE SPACES.
001970 77  WS-QMS-FILE-STATUS      PIC X(02)      VALUE SPACES.
001980 77  WS-QWL-FILE-STATUS      PIC X(02)      VALUE SPACES.
001990 77  WS-RPT-FILE-STATUS      PIC X(02)      VALUE SPACES.
002000
002010******************************************************************
002020*  SETTINGS FROM SYSIN AND THE SOURCE CYCLE                      *
002030******************************************************************
002040 77  WS-SAMPLE-SIZE          PIC 9(07)      VALUE ZERO.
002050 77  WS-QA-BATCH-ID          PIC X(08)      VALUE "QAMASKED".
002060 77  WS-SOURCE-DATE          PIC 9(08)      VALUE ZERO.
002070 77  WS-SOURCE-TOTAL         PIC 9(07)      VALUE ZERO.
002080
002090******************************************************************
002100*  SAMPLING STREAMS - 1 IS THE GOOD NUMBERS, 2 TO 6 THE REJECTS  *
002110*  UNDER REASON CODES 01 TO 05.  EACH STREAM IS SAMPLED ON ITS   *
002120*  OWN, IN PROPORTION TO ITS SHARE OF THE CYCLE, SO THE SAMPLE   *
002130*  KEEPS THE CYCLE'S REJECT MIX; A STREAM PRESENT IN THE CYCLE   *
002140*  GETS AT LEAST ONE RECORD.  THE RECORDS TAKEN ARE EVENLY       *
002150*  SPACED THROUGH THE STREAM, SO A RERUN TAKES THE SAME ONES.    *
002160******************************************************************
002170 01  WS-STREAM-TABLE.
002180     05  WS-STREAM OCCURS 6 TIMES.
002190         10  WS-STR-COUNT        PIC 9(07).
002200         10  WS-STR-TARGET       PIC 9(07).
002210         10  WS-STR-POS          PIC 9(07).
002220 77  WS-STR-SUB              PIC 9(04) COMP VALUE ZERO.
002230 77  WS-STR-MAX              PIC 9(04) COMP VALUE 6.
002240 77  WS-SEL-NOW              PIC 9(07)      VALUE ZERO.
002250 77  WS-SEL-PREV             PIC 9(07)      VALUE ZERO.
002260
002270******************************************************************
002280*  CONTROL CATEGORIES - COUNTED FOR THE PRODUCTION CYCLE, FOR    *
002290*  THE SOURCE RECORDS SAMPLED AND, RE-DERIVED FROM THE MASKED    *
002300*  VALUES THEMSELVES, FOR THE MASKED SET.                        *
002310******************************************************************
002320 01  WS-CAT-NAME-VALUES.
002330     05  FILLER              PIC X(26)      VALUE
002340         "GOOD NUMBERS".
002350     05  FILLER              PIC X(26)      VALUE
002360         "  PAR".
002370     05  FILLER              PIC X(26)      VALUE
002380         "  IMPAR".
002390     05  FILLER              PIC X(26)      VALUE
002400         "  MULTIPLE OF 5".
002410     05  FILLER              PIC X(26)      VALUE
002420         "  MULTIPLE OF 10".
002430     05  FILLER              PIC X(26)      VALUE
002440         "REJECTS".
002450     05  FILLER              PIC X(26)      VALUE
002460         "  01 NON-NUMERIC".
002470     05  FILLER              PIC X(26)      VALUE
002480         "  02 NEGATIVE".
002490     05  FILLER              PIC X(26)      VALUE
002500         "  03 DUPLICATE".
002510     05  FILLER              PIC X(26)      VALUE
002520         "  04 CHECK DIGIT".
002530     05  FILLER              PIC X(26)      VALUE
002540         "  05 WATCH-LIST BLOCK".
002550     05  FILLER              PIC X(26)      VALUE
002560         "FEED DETAIL RECORDS".
002570 01  WS-CAT-NAMES REDEFINES WS-CAT-NAME-VALUES.
002580     05  WS-CAT-NAME         PIC X(26) OCCURS 12 TIMES.
002590 01  WS-CAT-TABLE.
002600     05  WS-CAT-ENTRY OCCURS 12 TIMES.
002610         10  WS-CAT-PROD         PIC 9(07).
002620         10  WS-CAT-SAMPLE       PIC 9(07).
002630         10  WS-CAT-MASKED       PIC 9(07).
002640 77  WS-CAT-SUB              PIC 9(04) COMP VALUE ZERO.
002650 77  WS-CAT-MAX              PIC 9(04) COMP VALUE 12.
002660 77  WS-CAT-GOOD             PIC 9(04) COMP VALUE 1.
002670 77  WS-CAT-PAR              PIC 9(04) COMP VALUE 2.
002680 77  WS-CAT-IMPAR            PIC 9(04) COMP VALUE 3.
002690 77  WS-CAT-MULT5            PIC 9(04) COMP VALUE 4.
002700 77  WS-CAT-MULT10           PIC 9(04) COMP VALUE 5.
002710 77  WS-CAT-REJECT           PIC 9(04) COMP VALUE 6.
002720 77  WS-CAT-FEED             PIC 9(04) COMP VALUE 12.
002730 77  WS-REASON-CODE          PIC 9(02)      VALUE ZERO.
002740 77  WS-MASKED-REASON        PIC 9(02)      VALUE ZERO.
002750
002760******************************************************************
002770*  NUMBERS ALREADY HANDLED, ONE FLAG PER POSSIBLE 7-DIGIT VALUE, *
002780*  THE SAME DIRECT-INDEX SCHEME THE CLASSIFIER USES FOR ITS      *
002790*  DUPLICATE CHECK.  THE SOURCE TABLE IS KEYED ON THE PRODUCTION *
002800*  NUMBER - D = FIRST COPY OF A SAMPLED DUPLICATE, STILL TO BE   *
002810*  WRITTEN; W = WRITTEN AS A GOOD NUMBER; K = WRITTEN AS A       *
002820*  WATCH-LIST BLOCK.  THE MASKED TABLE IS KEYED ON THE           *
002830*  SUBSTITUTE - G = ON THE FEED AS A GOOD NUMBER, B = ON THE     *
002840*  FEED AS A BLOCK - AND SERVES BOTH TO RE-DERIVE A DUPLICATE    *
002850*  FROM THE MASKED VALUES AND TO PROVE NO TWO NUMBERS WERE GIVEN *
002860*  THE SAME SUBSTITUTE.                                          *
002870******************************************************************
002880 01  WS-SOURCE-SEEN-TABLE.
002890     05  WS-SRC-FLAG OCCURS 10000000 TIMES
002900                             PIC X(01).
002910 01  WS-MASKED-SEEN-TABLE.
002920     05  WS-MSK-FLAG OCCURS 10000000 TIMES
002930                             PIC X(01).
002940 77  WS-SRC-SUB              PIC 9(08) COMP VALUE ZERO.
002950 77  WS-MSK-SUB              PIC 9(08) COMP VALUE ZERO.
002960 01  WS-NUM-WORK             PIC 9(07)      VALUE ZERO.
002970 01  WS-NUM-WORK-X REDEFINES WS-NUM-WORK
002980                             PIC X(07).
002990
003000******************************************************************
003010*  MASKING KEY AND ITS ROUND KEYS.  A NUMBER KEEPS ITS LAST      *
003020*  DIGIT - WHICH ALONE DECIDES ITS PARITY AND ITS MULT5/MULT10   *
003030*  CATEGORY - AND ITS FIRST SIX DIGITS ARE REPLACED BY A KEYED   *
003040*  ONE-TO-ONE SHUFFLE OF THE 6-DIGIT RANGE (A FOUR-ROUND         *
003050*  BALANCED NETWORK ON THE TWO 3-DIGIT HALVES).  WHEN THE        *
003060*  RESULT DOES NOT PASS OR FAIL THE CHECK DIGIT AS THE ORIGINAL  *
003070*  DID, THE SHUFFLE IS APPLIED AGAIN UNTIL IT DOES - STILL ONE   *
003080*  TO ONE, SINCE THE WALK STAYS ON THE ORIGINAL'S OWN CYCLE.     *
003090*  ROUND KEYS 1 AND 2 ARE THE KEY'S TWO HALVES, 3 AND 4 THE SAME *
003100*  HALVES OF THE KEY ROTATED TWO DIGITS.                         *
003110******************************************************************
003120 01  WS-MSK-KEY-AREA.
003130     05  WS-MSK-KEY              PIC 9(08)      VALUE ZERO.
003140     05  WS-MSK-KEY-ROT          PIC 9(08)      VALUE ZERO.
003150 01  WS-MSK-ROUND-KEYS REDEFINES WS-MSK-KEY-AREA.
003160     05  WS-MSK-ROUND-KEY        PIC 9(04) OCCURS 4 TIMES.
003170 01  WS-MSK-KEY-DIGITS REDEFINES WS-MSK-KEY-AREA.
003180     05  WS-MSK-KEY-DIGIT        PIC 9(01) OCCURS 16 TIMES.
003190 77  WS-MSK-IN               PIC 9(07)      VALUE ZERO.
003200 77  WS-MSK-OUT              PIC 9(07)      VALUE ZERO.
003210 77  WS-MSK-PREFIX           PIC 9(06)      VALUE ZERO.
003220 77  WS-MSK-LAST             PIC 9(01)      VALUE ZERO.
003230 77  WS-MSK-STATUS           PIC X(01)      VALUE SPACE.
003240 77  WS-MSK-WALKS            PIC 9(09)      VALUE ZERO.
003250 77  WS-FST-LEFT             PIC 9(03)      VALUE ZERO.
003260 77  WS-FST-RIGHT            PIC 9(03)      VALUE ZERO.
003270 77  WS-FST-NEW              PIC 9(04)      VALUE ZERO.
003280 77  WS-FST-F                PIC 9(03)      VALUE ZERO.
003290 77  WS-FST-ROUND            PIC 9(04) COMP VALUE ZERO.
003300 77  WS-FST-WORK             PIC 9(12)      VALUE ZERO.
003310 77  WS-FST-QUOT             PIC 9(12)      VALUE ZERO.
003320 77  WS-FST-QUOT-2           PIC 9(12)      VALUE ZERO.
003330
003340******************************************************************
003350*  MASKING OF A VALUE THAT IS NOT A NUMBER (REASONS 01 AND 02).  *
003360*  A NEGATIVE VALUE KEEPS ITS SIGN AND HAS ITS SIX DIGITS        *
003370*  SHUFFLED AS ABOVE.  ANY OTHER VALUE HAS EACH DIGIT AND LETTER *
003380*  SHIFTED BY A KEYED AMOUNT FOR ITS POSITION - A DIGIT STAYS A  *
003390*  DIGIT, A LETTER A LETTER AND ANYTHING ELSE IS KEPT, SO THE    *
003400*  VALUE IS REJECTED FOR THE SAME REASON.                        *
003410******************************************************************
003420 77  WS-MSK-TEXT             PIC X(07)      VALUE SPACES.
003430 77  WS-MSK-FROM             PIC X(36)      VALUE
003440     "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003450 77  WS-MSK-DIGIT-RING       PIC X(20)      VALUE
003460     "01234567890123456789".
003470 77  WS-MSK-ALPHA-RING       PIC X(52)      VALUE
003480     "ABCDEFGHIJKLMNOPQRSTUVWXYZABCDEFGHIJKLMNOPQRSTUVWXYZ".
003490 01  WS-MSK-TO-TABLE.
003500     05  WS-MSK-TO               PIC X(36) OCCURS 7 TIMES.
003510 77  WS-MSK-POS              PIC 9(04) COMP VALUE ZERO.
003520 77  WS-MSK-SHIFT            PIC 9(04)      VALUE ZERO.
003530 77  WS-MSK-QUOT             PIC 9(04)      VALUE ZERO.
003540
003550******************************************************************
003560*  WORKING FIELDS FOR THE CHECK-DIGIT VERIFICATION.  THE SEVEN   *
003570*  DIGITS ARE WEIGHTED LEFT TO RIGHT FROM THE WEIGHT STRING OF   *
003580*  THE SCHEME IN FORCE - 121212 FOR MODULUS 10 (EVERY SECOND     *
003590*  DIGIT LEFT OF THE CHECK DIGIT DOUBLED), 765432 FOR MODULUS    *
003600*  11 - AND THE SEVENTH DIGIT IS THE CHECK DIGIT ITSELF.         *
003610******************************************************************
003620 77  WS-CD-SCHEME            PIC X(01)      VALUE "L".
003630     88  WS-CD-LUHN                          VALUE "L".
003640     88  WS-CD-MOD11                         VALUE "M".
003650     88  WS-CD-NONE                          VALUE "N".
003660 77  WS-CD-SW                PIC X(01)      VALUE "Y".
003670     88  WS-CD-PASSED                        VALUE "Y".
003680     88  WS-CD-FAILED                        VALUE "N".
003690 01  WS-CD-NUMBER            PIC 9(07)      VALUE ZERO.
003700 01  WS-CD-DIGITS REDEFINES WS-CD-NUMBER.
003710     05  WS-CD-DIGIT OCCURS 7 TIMES
003720                             PIC 9(01).
003730 01  WS-CD-WEIGHT-STRING     PIC X(06)      VALUE SPACES.
003740 01  WS-CD-WEIGHTS REDEFINES WS-CD-WEIGHT-STRING.
003750     05  WS-CD-WEIGHT OCCURS 6 TIMES
003760                             PIC 9(01).
003770 77  WS-CD-LUHN-WEIGHTS      PIC X(06)      VALUE "121212".
003780 77  WS-CD-MOD11-WEIGHTS     PIC X(06)      VALUE "765432".
003790 77  WS-CD-SUB               PIC 9(04) COMP VALUE ZERO.
003800 77  WS-CD-PRODUCT           PIC 9(03)      VALUE ZERO.
003810 77  WS-CD-SUM               PIC 9(05)      VALUE ZERO.
003820 77  WS-CD-QUOTIENT          PIC 9(05)      VALUE ZERO.
003830 77  WS-CD-REMAINDER         PIC 9(02)      VALUE ZERO.
003840 77  WS-CD-EXPECTED          PIC 9(02)      VALUE ZERO.
003850
003860******************************************************************
003870*  CATEGORY TESTS ON A MASKED NUMBER                             *
003880******************************************************************
003890 77  WS-DIV-QUOTIENT         PIC 9(07)      VALUE ZERO.
003900 77  WS-DIV-REMAINDER        PIC 9(02)      VALUE ZERO.
003910
003920******************************************************************
003930*  QA FEED BATCH HEADER, DETAIL AND TRAILER LINES, AND THE       *
003940*  WATCH-LIST ADD CARD                                           *
003950******************************************************************
003960 01  QA-HEADER-LINE.
003970     05  FILLER              PIC X(03)      VALUE "HDR".
003980     05  QA-H-BATCH-ID       PIC X(08)      VALUE SPACES.
003990     05  QA-H-DATE           PIC 9(08)      VALUE ZERO.
004000 01  QA-DETAIL-LINE.
004010     05  QA-D-NUMERO         PIC X(07)      VALUE SPACES.
004020     05  FILLER              PIC X(12)      VALUE SPACES.
004030 01  QA-TRAILER-LINE.
004040     05  FILLER              PIC X(03)      VALUE "TRL".
004050     05  QA-T-COUNT          PIC 9(07)      VALUE ZERO.
004060     05  FILLER              PIC X(09)      VALUE SPACES.
004070 01  QA-WATCH-CARD.
004080     05  FILLER              PIC X(01)      VALUE "A".
004090     05  FILLER              PIC X(01)      VALUE SPACE.
004100     05  QA-W-NUMERO         PIC X(07)      VALUE SPACES.
004110     05  FILLER              PIC X(01)      VALUE SPACE.
004120     05  FILLER              PIC X(01)      VALUE "B".
004130     05  FILLER              PIC X(01)      VALUE SPACE.
004140     05  QA-W-EFFECTIVE      PIC 9(08)      VALUE ZERO.
004150     05  FILLER              PIC X(01)      VALUE SPACE.
004160     05  FILLER              PIC X(08)      VALUE "99999999".
004170     05  FILLER              PIC X(01)      VALUE SPACE.
004180     05  FILLER              PIC X(08)      VALUE "QAMASK".
004190     05  FILLER              PIC X(01)      VALUE SPACE.
004200     05  FILLER              PIC X(30)      VALUE
004210         "MASKED QA BLOCK".
004220
004230******************************************************************
004240*  COUNTERS FOR THE END-OF-JOB TOTALS                            *
004250******************************************************************
004260 77  WS-FEED-COUNT           PIC 9(07)      VALUE ZERO.
004270 77  WS-FORCED-COUNT         PIC 9(07)      VALUE ZERO.
004280 77  WS-DUP-DROP-COUNT       PIC 9(07)      VALUE ZERO.
004290 77  WS-REPEAT-COUNT         PIC 9(07)      VALUE ZERO.
004300 77  WS-BAD-SOURCE-COUNT     PIC 9(07)      VALUE ZERO.
004310 77  WS-COLLISION-COUNT      PIC 9(07)      VALUE ZERO.
004320 77  WS-MASTER-FOUND-COUNT   PIC 9(07)      VALUE ZERO.
004330 77  WS-MASTER-BUILT-COUNT   PIC 9(07)      VALUE ZERO.
004340 77  WS-WATCH-CARD-COUNT     PIC 9(07)      VALUE ZERO.
004350
004360******************************************************************
004370*  REPORT LINES                                                  *
004380******************************************************************
004390 01  RPT-HEADING-1.
004400     05  FILLER              PIC X(60)      VALUE
004410         "PROGRAMAMASCARAQA - MASKED QA TEST DATA CONTROL REPORT".
004420 01  RPT-SECTION-LINE.
004430     05  FILLER              PIC X(01)      VALUE SPACE.
004440     05  RPT-SECTION-TEXT    PIC X(60)      VALUE SPACES.
004450 01  RPT-INFO-LINE.
004460     05  FILLER              PIC X(03)      VALUE SPACES.
004470     05  RPT-INF-TEXT        PIC X(32)      VALUE SPACES.
004480     05  RPT-INF-VALUE       PIC X(10)      VALUE SPACES.
004490 01  RPT-CAT-HEADING.
004500     05  FILLER              PIC X(29)      VALUE "   CATEGORY".
004510     05  FILLER              PIC X(10)      VALUE "PRODUCTION".
004520     05  FILLER              PIC X(13)      VALUE "       SAMPLE".
004530     05  FILLER              PIC X(13)      VALUE "       MASKED".
004540     05  FILLER              PIC X(09)      VALUE "   RESULT".
004550 01  RPT-CAT-LINE.
004560     05  FILLER              PIC X(03)      VALUE SPACES.
004570     05  RPT-CAT-NAME        PIC X(26)      VALUE SPACES.
004580     05  RPT-CAT-PROD        PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
004590     05  FILLER              PIC X(03)      VALUE SPACES.
004600     05  RPT-CAT-SAMPLE      PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
004610     05  FILLER              PIC X(03)      VALUE SPACES.
004620     05  RPT-CAT-MASKED      PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
004630     05  FILLER              PIC X(03)      VALUE SPACES.
004640     05  RPT-CAT-RESULT      PIC X(08)      VALUE SPACES.
004650 01  RPT-COUNT-LINE.
004660     05  FILLER              PIC X(03)      VALUE SPACES.
004670     05  RPT-CNT-TEXT        PIC X(32)      VALUE SPACES.
004680     05  RPT-CNT-VALUE       PIC ZZ,ZZZ,ZZ9 VALUE ZERO.
004690 01  RPT-VERDICT-LINE.
004700     05  FILLER              PIC X(01)      VALUE SPACE.
004710     05  RPT-VERDICT-TEXT    PIC X(70)      VALUE SPACES.
004720
004730 PROCEDURE DIVISION.
004740******************************************************************
004750*  0000-MAINLINE                                                 *
004760*  DRIVES INITIALISATION (WHICH COUNTS THE CYCLE AND SETS THE    *
004770*  SAMPLE), THE PASS THAT MARKS THE DUPLICATES SAMPLED, THE      *
004780*  GOOD-NUMBER PASS, THE REJECT PASS AND THE CONTROL REPORT.  A  *
004790*  FATAL CARD, OPEN OR I/O ERROR ROUTES TO 9500-ABORT-RUN.       *
004800******************************************************************
004810 0000-MAINLINE.
004820     PERFORM 1000-INITIALIZE
004830         THRU 1000-INITIALIZE-EXIT.
004840     IF WS-NOT-FATAL
004850         PERFORM 2000-MARK-DUPLICATES
004860             THRU 2000-MARK-DUPLICATES-EXIT
004870     END-IF.
004880     IF WS-NOT-FATAL
004890         PERFORM 3000-WRITE-GOOD-NUMBERS
004900             THRU 3000-WRITE-GOOD-NUMBERS-EXIT
004910     END-IF.
004920     IF WS-NOT-FATAL
004930         PERFORM 4000-WRITE-REJECTS
004940             THRU 4000-WRITE-REJECTS-EXIT
004950     END-IF.
004960     IF WS-FATAL
004970         PERFORM 9500-ABORT-RUN
004980             THRU 9500-ABORT-RUN-EXIT
004990     ELSE
005000         PERFORM 9000-TERMINATE
005010             THRU 9000-TERMINATE-EXIT
005020     END-IF.
005030     STOP RUN.
005040 0000-MAINLINE-EXIT.
005050     EXIT.
005060
005070******************************************************************
005080*  1000-INITIALIZE                                               *
005090*  EDITS THE SYSIN CARD, OPENS THE FILES, SETS UP THE MASKING    *
005100*  KEY, COUNTS THE SOURCE CYCLE, SETS EACH STREAM'S SHARE OF THE *
005110*  SAMPLE AND WRITES THE QA FEED'S BATCH HEADER, DATED WITH THE  *
005120*  SOURCE CYCLE DATE.                                            *
005130******************************************************************
005140 1000-INITIALIZE.
005150     PERFORM 1100-READ-CONTROL-CARD
005160         THRU 1100-READ-CONTROL-CARD-EXIT.
005170     IF WS-FATAL
005180         GO TO 1000-INITIALIZE-EXIT
005190     END-IF.
005200     PERFORM 1200-OPEN-FILES
005210         THRU 1200-OPEN-FILES-EXIT.
005220     IF WS-FATAL
005230         GO TO 1000-INITIALIZE-EXIT
005240     END-IF.
005250     MOVE ALL "N" TO WS-SOURCE-SEEN-TABLE.
005260     MOVE ALL "N" TO WS-MASKED-SEEN-TABLE.
005270     MOVE ZERO TO WS-STREAM-TABLE.
005280     MOVE ZERO TO WS-CAT-TABLE.
005290     PERFORM 1250-SET-UP-KEY
005300         THRU 1250-SET-UP-KEY-EXIT.
005310     PERFORM 1300-COUNT-SOURCE
005320         THRU 1300-COUNT-SOURCE-EXIT.
005330     IF WS-FATAL
005340         GO TO 1000-INITIALIZE-EXIT
005350     END-IF.
005360     PERFORM 1400-SET-TARGET
005370         THRU 1400-SET-TARGET-EXIT
005380         VARYING WS-STR-SUB FROM 1 BY 1
005390         UNTIL WS-STR-SUB > WS-STR-MAX.
005400     MOVE WS-QA-BATCH-ID TO QA-H-BATCH-ID.
005410     MOVE WS-SOURCE-DATE TO QA-H-DATE.
005420     WRITE QA-FEED-RECORD FROM QA-HEADER-LINE.
005421     IF WS-QNF-FILE-STATUS NOT = "00"
005422         DISPLAY "PROGRAMAMASCARAQA - QANUMF WRITE FAILED, "
005423             "FILE STATUS = " WS-QNF-FILE-STATUS
005424         SET WS-FATAL TO TRUE
005425     END-IF.
005430 1000-INITIALIZE-EXIT.
005440     EXIT.
005450
005460******************************************************************
005470*  1100-READ-CONTROL-CARD                                        *
005480*  READS AND EDITS THE SYSIN CARD.  THERE IS NO DEFAULT KEY - A  *
005490*  KEY COMPILED INTO THE PROGRAM WOULD BE KNOWN TO EVERYONE WHO  *
005500*  CAN READ IT - SO A MISSING CARD OR A BAD FIELD IS FATAL.      *
005510******************************************************************
005520 1100-READ-CONTROL-CARD.
005530     OPEN INPUT CONTROL-CARD-FILE.
005540     IF WS-CTL-FILE-STATUS NOT = "00"
005550         DISPLAY "PROGRAMAMASCARAQA - NO SYSIN CARD - THE SAMPLE "
005560             "SIZE AND MASKING KEY ARE REQUIRED"
005570         SET WS-FATAL TO TRUE
005580         GO TO 1100-READ-CONTROL-CARD-EXIT
005590     END-IF.
005600     READ CONTROL-CARD-FILE
005610         AT END
005620             DISPLAY "PROGRAMAMASCARAQA - NO SYSIN CARD - THE "
005630                 "SAMPLE SIZE AND MASKING KEY ARE REQUIRED"
005640             SET WS-FATAL TO TRUE
005650     END-READ.
005660     CLOSE CONTROL-CARD-FILE.
005670     IF WS-FATAL
005680         GO TO 1100-READ-CONTROL-CARD-EXIT
005690     END-IF.
005700     IF CTL-SAMPLE-SIZE IS NOT NUMERIC
005710         DISPLAY "PROGRAMAMASCARAQA - INVALID SAMPLE SIZE ON "
005720             "SYSIN: " CTL-SAMPLE-SIZE
005730         SET WS-FATAL TO TRUE
005740     END-IF.
005750     IF CTL-MASK-KEY IS NOT NUMERIC
005760         OR CTL-MASK-KEY-N = ZERO
005770         DISPLAY "PROGRAMAMASCARAQA - MASKING KEY ON SYSIN MUST "
005780             "BE EIGHT DIGITS, NOT ALL ZERO"
005790         SET WS-FATAL TO TRUE
005800     END-IF.
005810     IF CTL-CHECK-SCHEME NOT = SPACE
005820         AND CTL-CHECK-SCHEME NOT = "L"
005830         AND CTL-CHECK-SCHEME NOT = "M"
005840         AND CTL-CHECK-SCHEME NOT = "N"
005850         DISPLAY "PROGRAMAMASCARAQA - INVALID CHECK-DIGIT SCHEME "
005860             "ON SYSIN: " CTL-CHECK-SCHEME
005870         SET WS-FATAL TO TRUE
005880     END-IF.
005890     IF WS-FATAL
005900         GO TO 1100-READ-CONTROL-CARD-EXIT
005910     END-IF.
005920     MOVE CTL-SAMPLE-SIZE-N TO WS-SAMPLE-SIZE.
005930     MOVE CTL-MASK-KEY-N    TO WS-MSK-KEY.
005940     IF CTL-CHECK-SCHEME NOT = SPACE
005950         MOVE CTL-CHECK-SCHEME TO WS-CD-SCHEME
005960     END-IF.
005970     IF CTL-QA-BATCH-ID NOT = SPACES
005980         MOVE CTL-QA-BATCH-ID TO WS-QA-BATCH-ID
005990     END-IF.
006000 1100-READ-CONTROL-CARD-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040*  1200-OPEN-FILES                                               *
006050*  OPENS THE REPORT, THE QA OUTPUTS AND THE PRODUCTION MASTER.   *
006060*  THE SNAPSHOTS ARE OPENED BY EACH PASS IN TURN.                *
006070******************************************************************
006080 1200-OPEN-FILES.
006090     OPEN OUTPUT REPORT-FILE.
006100     IF WS-RPT-FILE-STATUS NOT = "00"
006110         DISPLAY "PROGRAMAMASCARAQA - UNABLE TO OPEN RPTFILE, "
006120             "FILE STATUS = " WS-RPT-FILE-STATUS
006130         SET WS-FATAL TO TRUE
006140         GO TO 1200-OPEN-FILES-EXIT
006150     END-IF.
006160     OPEN OUTPUT QA-FEED-FILE
006170                 QA-RESULT-FILE
006180                 QA-REJECT-FILE
006190                 QA-MASTER-FILE
006200                 QA-WATCH-CARD-FILE.
006210     IF WS-QNF-FILE-STATUS NOT = "00"
006220         OR WS-QRS-FILE-STATUS NOT = "00"
006230         OR WS-QRJ-FILE-STATUS NOT = "00"
006240         OR WS-QMS-FILE-STATUS NOT = "00"
006250         OR WS-QWL-FILE-STATUS NOT = "00"
006260         DISPLAY "PROGRAMAMASCARAQA - UNABLE TO OPEN "
006270             "QANUMF/QARES/QAREJ/QAMAST/QAWLTRN, FILE STATUS = "
006280             WS-QNF-FILE-STATUS "/" WS-QRS-FILE-STATUS "/"
006290             WS-QRJ-FILE-STATUS "/" WS-QMS-FILE-STATUS "/"
006300             WS-QWL-FILE-STATUS
006310         SET WS-FATAL TO TRUE
006320         GO TO 1200-OPEN-FILES-EXIT
006330     END-IF.
006340     OPEN INPUT NUMMAST-FILE.
006350     IF WS-MST-FILE-STATUS NOT = "00"
006360         DISPLAY "PROGRAMAMASCARAQA - UNABLE TO OPEN NUMMAST, "
006370             "FILE STATUS = " WS-MST-FILE-STATUS
006380         SET WS-FATAL TO TRUE
006390     END-IF.
006400 1200-OPEN-FILES-EXIT.
006410     EXIT.
006420
006430******************************************************************
006440*  1250-SET-UP-KEY                                               *
006450*  DERIVES THE ROUND KEYS FOR THE NUMBER SHUFFLE AND, FOR EACH   *
006460*  OF THE SEVEN POSITIONS OF A VALUE THAT IS NOT A NUMBER, THE   *
006470*  SHIFTED DIGITS AND LETTERS ITS CHARACTERS ARE CONVERTED TO.   *
006480******************************************************************
006490 1250-SET-UP-KEY.
006500     MOVE WS-MSK-KEY (3:6) TO WS-MSK-KEY-ROT (1:6).
006510     MOVE WS-MSK-KEY (1:2) TO WS-MSK-KEY-ROT (7:2).
006520     PERFORM 1260-SET-UP-POSITION
006530         THRU 1260-SET-UP-POSITION-EXIT
006540         VARYING WS-MSK-POS FROM 1 BY 1
006550         UNTIL WS-MSK-POS > 7.
006560 1250-SET-UP-KEY-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600*  1260-SET-UP-POSITION                                          *
006610*  BUILDS ONE POSITION'S CONVERSION: THE DIGITS SHIFTED 1 TO 9   *
006620*  PLACES AND THE LETTERS 1 TO 25 PLACES, NEVER BY NOTHING.      *
006630******************************************************************
006640 1260-SET-UP-POSITION.
006650     COMPUTE WS-MSK-SHIFT = WS-MSK-KEY-DIGIT (WS-MSK-POS)
006660         + WS-MSK-POS.
006670     DIVIDE WS-MSK-SHIFT BY 9 GIVING WS-MSK-QUOT
006680         REMAINDER WS-MSK-SHIFT.
006690     ADD 1 TO WS-MSK-SHIFT.
006700     MOVE WS-MSK-DIGIT-RING (WS-MSK-SHIFT + 1:10)
006710         TO WS-MSK-TO (WS-MSK-POS) (1:10).
006720     COMPUTE WS-MSK-SHIFT = WS-MSK-KEY-DIGIT (WS-MSK-POS) * 3
006730         + WS-MSK-KEY-DIGIT (WS-MSK-POS + 8) + WS-MSK-POS.
006740     DIVIDE WS-MSK-SHIFT BY 25 GIVING WS-MSK-QUOT
006750         REMAINDER WS-MSK-SHIFT.
006760     ADD 1 TO WS-MSK-SHIFT.
006770     MOVE WS-MSK-ALPHA-RING (WS-MSK-SHIFT + 1:26)
006780         TO WS-MSK-TO (WS-MSK-POS) (11:26).
006790 1260-SET-UP-POSITION-EXIT.
006800     EXIT.
006810
006820******************************************************************
006830*  1300-COUNT-SOURCE                                             *
006840*  FIRST PASS OVER BOTH SNAPSHOTS - COUNTS THE CYCLE BY STREAM   *
006850*  AND BY CATEGORY AND TAKES THE CYCLE DATE FROM THE FIRST       *
006860*  RECORD.  A REJECT UNDER A REASON CODE THIS PROGRAM DOES NOT   *
006870*  KNOW IS COUNTED BUT NEVER SAMPLED.                            *
006880******************************************************************
006890 1300-COUNT-SOURCE.
006900     PERFORM 1310-OPEN-SOURCE-RESULTS
006910         THRU 1310-OPEN-SOURCE-RESULTS-EXIT.
006920     IF WS-FATAL
006930         GO TO 1300-COUNT-SOURCE-EXIT
006940     END-IF.
006950     PERFORM 1350-COUNT-RESULT
006960         THRU 1350-COUNT-RESULT-EXIT
006970         UNTIL WS-RES-EOF OR WS-FATAL.
006980     CLOSE SOURCE-RESULT-FILE.
006990     IF WS-FATAL
007000         GO TO 1300-COUNT-SOURCE-EXIT
007010     END-IF.
007020     PERFORM 1320-OPEN-SOURCE-REJECTS
007030         THRU 1320-OPEN-SOURCE-REJECTS-EXIT.
007040     IF WS-FATAL
007050         GO TO 1300-COUNT-SOURCE-EXIT
007060     END-IF.
007070     PERFORM 1380-COUNT-REJECT
007080         THRU 1380-COUNT-REJECT-EXIT
007090         UNTIL WS-REJ-EOF OR WS-FATAL.
007100     CLOSE SOURCE-REJECT-FILE.
007110     MOVE WS-STR-COUNT (1) TO WS-CAT-PROD (WS-CAT-GOOD).
007120     COMPUTE WS-CAT-PROD (WS-CAT-REJECT) =
007130         WS-STR-COUNT (2) + WS-STR-COUNT (3) + WS-STR-COUNT (4)
007140         + WS-STR-COUNT (5) + WS-STR-COUNT (6).
007150     PERFORM 1390-COPY-REASON-COUNT
007160         THRU 1390-COPY-REASON-COUNT-EXIT
007170         VARYING WS-STR-SUB FROM 2 BY 1
007180         UNTIL WS-STR-SUB > WS-STR-MAX.
007190     COMPUTE WS-SOURCE-TOTAL = WS-CAT-PROD (WS-CAT-GOOD)
007200         + WS-CAT-PROD (WS-CAT-REJECT).
007210     MOVE WS-SOURCE-TOTAL TO WS-CAT-PROD (WS-CAT-FEED).
007220 1300-COUNT-SOURCE-EXIT.
007230     EXIT.
007240
007250******************************************************************
007260*  1310-OPEN-SOURCE-RESULTS                                      *
007270*  OPENS THE RESNIGHT SNAPSHOT FOR A PASS AND PRIMES THE READ.   *
007280******************************************************************
007290 1310-OPEN-SOURCE-RESULTS.
007300     MOVE "N" TO WS-RES-EOF-SW.
007310     OPEN INPUT SOURCE-RESULT-FILE.
007320     IF WS-RES-FILE-STATUS NOT = "00"
007330         DISPLAY "PROGRAMAMASCARAQA - UNABLE TO OPEN RESFILE, "
007340             "FILE STATUS = " WS-RES-FILE-STATUS
007350         SET WS-FATAL TO TRUE
007360         GO TO 1310-OPEN-SOURCE-RESULTS-EXIT
007370     END-IF.
007380     PERFORM 1330-READ-SOURCE-RESULT
007390         THRU 1330-READ-SOURCE-RESULT-EXIT.
007400 1310-OPEN-SOURCE-RESULTS-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*  1320-OPEN-SOURCE-REJECTS                                      *
007450*  OPENS THE REJNIGHT SNAPSHOT FOR A PASS AND PRIMES THE READ.   *
007460******************************************************************
007470 1320-OPEN-SOURCE-REJECTS.
007480     MOVE "N" TO WS-REJ-EOF-SW.
007490     OPEN INPUT SOURCE-REJECT-FILE.
007500     IF WS-REJ-FILE-STATUS NOT = "00"
007510         DISPLAY "PROGRAMAMASCARAQA - UNABLE TO OPEN REJFILE, "
007520             "FILE STATUS = " WS-REJ-FILE-STATUS
007530         SET WS-FATAL TO TRUE
007540         GO TO 1320-OPEN-SOURCE-REJECTS-EXIT
007550     END-IF.
007560     PERFORM 1340-READ-SOURCE-REJECT
007570         THRU 1340-READ-SOURCE-REJECT-EXIT.
007580 1320-OPEN-SOURCE-REJECTS-EXIT.
007590     EXIT.
007600
007610******************************************************************
007620*  1330-READ-SOURCE-RESULT                                       *
007630*  READS THE NEXT RESNIGHT RECORD INTO THE QA RESULT RECORD      *
007640*  AREA, SETTING THE EOF SWITCH AT END OF FILE.  ANY OTHER       *
007650*  UNEXPECTED STATUS IS FATAL.                                   *
007660******************************************************************
007670 1330-READ-SOURCE-RESULT.
007680     READ SOURCE-RESULT-FILE
007690         AT END
007700             SET WS-RES-EOF TO TRUE
007710             GO TO 1330-READ-SOURCE-RESULT-EXIT
007720     END-READ.
007730     IF WS-RES-FILE-STATUS NOT = "00"
007740         DISPLAY "PROGRAMAMASCARAQA - RESFILE READ FAILED, "
007750             "FILE STATUS = " WS-RES-FILE-STATUS
007760         SET WS-FATAL TO TRUE
007770         GO TO 1330-READ-SOURCE-RESULT-EXIT
007780     END-IF.
007790     MOVE SOURCE-RESULT-RECORD TO NUMCLASS-RECORD.
007800 1330-READ-SOURCE-RESULT-EXIT.
007810     EXIT.
007820
007830******************************************************************
007840*  1340-READ-SOURCE-REJECT                                       *
007850*  READS THE NEXT REJNIGHT RECORD INTO THE QA REJECT RECORD      *
007860*  AREA AND LEAVES ITS REASON CODE IN WS-REASON-CODE - ZERO FOR  *
007870*  A CODE OUTSIDE 01-05.  ANY UNEXPECTED STATUS IS FATAL.        *
007880******************************************************************
007890 1340-READ-SOURCE-REJECT.
007900     READ SOURCE-REJECT-FILE
007910         AT END
007920             SET WS-REJ-EOF TO TRUE
007930             GO TO 1340-READ-SOURCE-REJECT-EXIT
007940     END-READ.
007950     IF WS-REJ-FILE-STATUS NOT = "00"
007960         DISPLAY "PROGRAMAMASCARAQA - REJFILE READ FAILED, "
007970             "FILE STATUS = " WS-REJ-FILE-STATUS
007980         SET WS-FATAL TO TRUE
007990         GO TO 1340-READ-SOURCE-REJECT-EXIT
008000     END-IF.
008010     MOVE SOURCE-REJECT-RECORD TO REJCLASS-RECORD.
008020     MOVE ZERO TO WS-REASON-CODE.
008030     IF REJ-REASON-CODE IS NUMERIC
008040         AND REJ-REASON-CODE > ZERO
008050         AND REJ-REASON-CODE < 6
008060         MOVE REJ-REASON-CODE TO WS-REASON-CODE
008070     END-IF.
008080 1340-READ-SOURCE-REJECT-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*  1350-COUNT-RESULT                                             *
008130*  COUNTS ONE GOOD NUMBER OF THE CYCLE BY ITS CATEGORY FLAGS.    *
008140******************************************************************
008150 1350-COUNT-RESULT.
008160     IF WS-SOURCE-DATE = ZERO
008170         MOVE NC-RUN-DATE TO WS-SOURCE-DATE
008180     END-IF.
008190     ADD 1 TO WS-STR-COUNT (1).
008200     IF NC-PAR
008210         ADD 1 TO WS-CAT-PROD (WS-CAT-PAR)
008220     ELSE
008230         ADD 1 TO WS-CAT-PROD (WS-CAT-IMPAR)
008240     END-IF.
008250     IF NC-MULT5
008260         ADD 1 TO WS-CAT-PROD (WS-CAT-MULT5)
008270     END-IF.
008280     IF NC-MULT10
008290         ADD 1 TO WS-CAT-PROD (WS-CAT-MULT10)
008300     END-IF.
008310     PERFORM 1330-READ-SOURCE-RESULT
008320         THRU 1330-READ-SOURCE-RESULT-EXIT.
008330 1350-COUNT-RESULT-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370*  1380-COUNT-REJECT                                             *
008380*  COUNTS ONE REJECT OF THE CYCLE UNDER ITS REASON'S STREAM.     *
008390******************************************************************
008400 1380-COUNT-REJECT.
008410     IF WS-SOURCE-DATE = ZERO
008420         MOVE REJ-RUN-DATE TO WS-SOURCE-DATE
008430     END-IF.
008440     IF WS-REASON-CODE = ZERO
008450         ADD 1 TO WS-BAD-SOURCE-COUNT
008460     ELSE
008470         ADD 1 TO WS-STR-COUNT (WS-REASON-CODE + 1)
008480     END-IF.
008490     PERFORM 1340-READ-SOURCE-REJECT
008500         THRU 1340-READ-SOURCE-REJECT-EXIT.
008510 1380-COUNT-REJECT-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550*  1390-COPY-REASON-COUNT                                        *
008560*  COPIES ONE REASON STREAM'S COUNT TO ITS CONTROL CATEGORY.     *
008570******************************************************************
008580 1390-COPY-REASON-COUNT.
008590     MOVE WS-STR-COUNT (WS-STR-SUB)
008600         TO WS-CAT-PROD (WS-STR-SUB + 5).
008610 1390-COPY-REASON-COUNT-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650*  1400-SET-TARGET                                               *
008660*  SETS ONE STREAM'S SHARE OF THE SAMPLE.  A SAMPLE SIZE OF ZERO *
008670*  OR NOT SMALLER THAN THE CYCLE TAKES THE WHOLE STREAM.         *
008680******************************************************************
008690 1400-SET-TARGET.
008700     MOVE ZERO TO WS-STR-POS (WS-STR-SUB).
008710     IF WS-SAMPLE-SIZE = ZERO
008720         OR WS-SAMPLE-SIZE NOT < WS-SOURCE-TOTAL
008730         MOVE WS-STR-COUNT (WS-STR-SUB)
008740             TO WS-STR-TARGET (WS-STR-SUB)
008750         GO TO 1400-SET-TARGET-EXIT
008760     END-IF.
008770     COMPUTE WS-STR-TARGET (WS-STR-SUB) ROUNDED =
008780         WS-SAMPLE-SIZE * WS-STR-COUNT (WS-STR-SUB)
008790         / WS-SOURCE-TOTAL.
008800     IF WS-STR-TARGET (WS-STR-SUB) = ZERO
008810         AND WS-STR-COUNT (WS-STR-SUB) > ZERO
008820         MOVE 1 TO WS-STR-TARGET (WS-STR-SUB)
008830     END-IF.
008840 1400-SET-TARGET-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880*  2000-MARK-DUPLICATES                                          *
008890*  SECOND PASS OVER THE REJECTS - FLAGS THE PRODUCTION NUMBER OF *
008900*  EVERY DUPLICATE SAMPLED, SO THE GOOD-NUMBER PASS TAKES ITS    *
008910*  FIRST COPY EVEN WHEN THE EVEN SPACING WOULD HAVE PASSED IT    *
008920*  BY.  WITHOUT ITS FIRST COPY A DUPLICATE WOULD CLASSIFY AS A   *
008930*  GOOD NUMBER IN QA AND THE DUPLICATE PATTERN WOULD BE LOST.    *
008940******************************************************************
008950 2000-MARK-DUPLICATES.
008960     PERFORM 1320-OPEN-SOURCE-REJECTS
008970         THRU 1320-OPEN-SOURCE-REJECTS-EXIT.
008980     IF WS-FATAL
008990         GO TO 2000-MARK-DUPLICATES-EXIT
009000     END-IF.
009010     PERFORM 2050-MARK-ONE-REJECT
009020         THRU 2050-MARK-ONE-REJECT-EXIT
009030         UNTIL WS-REJ-EOF OR WS-FATAL.
009040     CLOSE SOURCE-REJECT-FILE.
009050     PERFORM 2090-RESET-POSITION
009060         THRU 2090-RESET-POSITION-EXIT
009070         VARYING WS-STR-SUB FROM 1 BY 1
009080         UNTIL WS-STR-SUB > WS-STR-MAX.
009090 2000-MARK-DUPLICATES-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130*  2050-MARK-ONE-REJECT                                          *
009140*  FLAGS THE NUMBER OF A SAMPLED DUPLICATE AS A FIRST COPY STILL *
009150*  TO BE WRITTEN.                                                *
009160******************************************************************
009170 2050-MARK-ONE-REJECT.
009180     IF WS-REASON-CODE = ZERO
009190         GO TO 2050-MARK-ONE-REJECT-READ
009200     END-IF.
009210     COMPUTE WS-STR-SUB = WS-REASON-CODE + 1.
009220     PERFORM 7000-SAMPLE-RECORD
009230         THRU 7000-SAMPLE-RECORD-EXIT.
009240     IF NOT WS-SELECTED
009250         OR NOT REJ-DUPLICATE
009260         GO TO 2050-MARK-ONE-REJECT-READ
009270     END-IF.
009280     MOVE REJ-NUMERO TO WS-NUM-WORK-X.
009290     IF WS-NUM-WORK-X IS NUMERIC
009300         COMPUTE WS-SRC-SUB = WS-NUM-WORK + 1
009310         IF WS-SRC-FLAG (WS-SRC-SUB) = "N"
009320             MOVE "D" TO WS-SRC-FLAG (WS-SRC-SUB)
009330         END-IF
009340     END-IF.
009350 2050-MARK-ONE-REJECT-READ.
009360     PERFORM 1340-READ-SOURCE-REJECT
009370         THRU 1340-READ-SOURCE-REJECT-EXIT.
009380 2050-MARK-ONE-REJECT-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420*  2090-RESET-POSITION                                           *
009430*  RESETS ONE STREAM'S POSITION SO THE NEXT PASS SAMPLES THE     *
009440*  VERY SAME RECORDS.                                            *
009450******************************************************************
009460 2090-RESET-POSITION.
009470     MOVE ZERO TO WS-STR-POS (WS-STR-SUB).
009480 2090-RESET-POSITION-EXIT.
009490     EXIT.
009500
009510******************************************************************
009520*  3000-WRITE-GOOD-NUMBERS                                       *
009530*  PASS OVER THE GOOD NUMBERS - WRITES EACH ONE SAMPLED, OR      *
009540*  NEEDED AS THE FIRST COPY OF A SAMPLED DUPLICATE, MASKED TO    *
009550*  THE QA FEED, THE QA RESFILE AND THE QA MASTER LOAD.           *
009560******************************************************************
009570 3000-WRITE-GOOD-NUMBERS.
009580     PERFORM 1310-OPEN-SOURCE-RESULTS
009590         THRU 1310-OPEN-SOURCE-RESULTS-EXIT.
009600     IF WS-FATAL
009610         GO TO 3000-WRITE-GOOD-NUMBERS-EXIT
009620     END-IF.
009630     PERFORM 3050-WRITE-GOOD-NUMBER
009640         THRU 3050-WRITE-GOOD-NUMBER-EXIT
009650         UNTIL WS-RES-EOF OR WS-FATAL.
009660     CLOSE SOURCE-RESULT-FILE.
009670 3000-WRITE-GOOD-NUMBERS-EXIT.
009680     EXIT.
009690
009700******************************************************************
009710*  3050-WRITE-GOOD-NUMBER                                        *
009720*  DECIDES WHETHER ONE GOOD NUMBER GOES INTO THE SET, MASKS IT,  *
009730*  COUNTS IT BOTH AS IT WAS AND AS MASKED, AND WRITES IT.  A     *
009740*  NUMBER SEEN TWICE IN THE SNAPSHOT IS WRITTEN ONCE - A SECOND  *
009750*  COPY WOULD REJECT AS A DUPLICATE IN QA.                       *
009760******************************************************************
009770 3050-WRITE-GOOD-NUMBER.
009780     MOVE 1 TO WS-STR-SUB.
009790     PERFORM 7000-SAMPLE-RECORD
009800         THRU 7000-SAMPLE-RECORD-EXIT.
009810     IF NC-NUMERO IS NOT NUMERIC
009820         ADD 1 TO WS-BAD-SOURCE-COUNT
009830         GO TO 3050-WRITE-GOOD-NUMBER-READ
009840     END-IF.
009850     COMPUTE WS-SRC-SUB = NC-NUMERO + 1.
009860     IF NOT WS-SELECTED
009870         AND WS-SRC-FLAG (WS-SRC-SUB) NOT = "D"
009880         GO TO 3050-WRITE-GOOD-NUMBER-READ
009890     END-IF.
009900     IF WS-SRC-FLAG (WS-SRC-SUB) = "W"
009910         ADD 1 TO WS-REPEAT-COUNT
009920         GO TO 3050-WRITE-GOOD-NUMBER-READ
009930     END-IF.
009940     IF NOT WS-SELECTED
009950         ADD 1 TO WS-FORCED-COUNT
009960     END-IF.
009970     MOVE "W" TO WS-SRC-FLAG (WS-SRC-SUB).
009980     ADD 1 TO WS-CAT-SAMPLE (WS-CAT-GOOD).
009990     ADD 1 TO WS-CAT-SAMPLE (WS-CAT-FEED).
010000     IF NC-PAR
010010         ADD 1 TO WS-CAT-SAMPLE (WS-CAT-PAR)
010020     ELSE
010030         ADD 1 TO WS-CAT-SAMPLE (WS-CAT-IMPAR)
010040     END-IF.
010050     IF NC-MULT5
010060         ADD 1 TO WS-CAT-SAMPLE (WS-CAT-MULT5)
010070     END-IF.
010080     IF NC-MULT10
010090         ADD 1 TO WS-CAT-SAMPLE (WS-CAT-MULT10)
010100     END-IF.
010110     MOVE NC-NUMERO TO WS-MSK-IN.
010120     PERFORM 8000-MASK-NUMBER
010130         THRU 8000-MASK-NUMBER-EXIT.
010140     PERFORM 3100-PROVE-GOOD-NUMBER
010150         THRU 3100-PROVE-GOOD-NUMBER-EXIT.
010160     MOVE WS-MSK-OUT TO WS-NUM-WORK.
010170     MOVE WS-NUM-WORK-X TO QA-D-NUMERO.
010180     WRITE QA-FEED-RECORD FROM QA-DETAIL-LINE.
010181     IF WS-QNF-FILE-STATUS NOT = "00"
010182         DISPLAY "PROGRAMAMASCARAQA - QANUMF WRITE FAILED, "
010183             "FILE STATUS = " WS-QNF-FILE-STATUS
010184         SET WS-FATAL TO TRUE
010185         GO TO 3050-WRITE-GOOD-NUMBER-EXIT
010186     END-IF.
010190     ADD 1 TO WS-FEED-COUNT.
010200     PERFORM 3200-WRITE-MASTER
010210         THRU 3200-WRITE-MASTER-EXIT.
010212     IF WS-FATAL
010214         GO TO 3050-WRITE-GOOD-NUMBER-EXIT
010216     END-IF.
010220     MOVE WS-MSK-OUT     TO NC-NUMERO.
010230     MOVE WS-QA-BATCH-ID TO NC-BATCH-ID.
010240     WRITE NUMCLASS-RECORD.
010250     IF WS-QRS-FILE-STATUS NOT = "00"
010260         DISPLAY "PROGRAMAMASCARAQA - QARES WRITE FAILED, "
010270             "FILE STATUS = " WS-QRS-FILE-STATUS
010280         SET WS-FATAL TO TRUE
010290         GO TO 3050-WRITE-GOOD-NUMBER-EXIT
010300     END-IF.
010310 3050-WRITE-GOOD-NUMBER-READ.
010320     PERFORM 1330-READ-SOURCE-RESULT
010330         THRU 1330-READ-SOURCE-RESULT-EXIT.
010340 3050-WRITE-GOOD-NUMBER-EXIT.
010350     EXIT.
010360
010370******************************************************************
010380*  3100-PROVE-GOOD-NUMBER                                        *
010390*  COUNTS THE MASKED NUMBER INTO THE MASKED SET FROM ITS OWN     *
010400*  DIGITS - NOT FROM THE ORIGINAL'S FLAGS.  IT IS A GOOD NUMBER  *
010410*  ONLY IF IT PASSES THE CHECK DIGIT AND NO EARLIER NUMBER WAS   *
010420*  GIVEN THE SAME SUBSTITUTE; PARITY AND MULT5/MULT10 ARE WORKED *
010430*  OUT AS THE CLASSIFIER WORKS THEM OUT.                         *
010440******************************************************************
010450 3100-PROVE-GOOD-NUMBER.
010460     COMPUTE WS-MSK-SUB = WS-MSK-OUT + 1.
010470     IF WS-MSK-FLAG (WS-MSK-SUB) NOT = "N"
010480         ADD 1 TO WS-COLLISION-COUNT
010490         GO TO 3100-PROVE-GOOD-NUMBER-EXIT
010500     END-IF.
010510     MOVE "G" TO WS-MSK-FLAG (WS-MSK-SUB).
010520     ADD 1 TO WS-CAT-MASKED (WS-CAT-FEED).
010530     MOVE WS-MSK-OUT TO WS-CD-NUMBER.
010540     PERFORM 8300-VERIFY-CHECK-DIGIT
010550         THRU 8300-VERIFY-CHECK-DIGIT-EXIT.
010560     IF WS-CD-FAILED
010570         GO TO 3100-PROVE-GOOD-NUMBER-EXIT
010580     END-IF.
010590     ADD 1 TO WS-CAT-MASKED (WS-CAT-GOOD).
010600     DIVIDE WS-MSK-OUT BY 2 GIVING WS-DIV-QUOTIENT
010610         REMAINDER WS-DIV-REMAINDER.
010620     IF WS-DIV-REMAINDER = ZERO
010630         ADD 1 TO WS-CAT-MASKED (WS-CAT-PAR)
010640     ELSE
010650         ADD 1 TO WS-CAT-MASKED (WS-CAT-IMPAR)
010660     END-IF.
010670     DIVIDE WS-MSK-OUT BY 5 GIVING WS-DIV-QUOTIENT
010680         REMAINDER WS-DIV-REMAINDER.
010690     IF WS-DIV-REMAINDER = ZERO
010700         ADD 1 TO WS-CAT-MASKED (WS-CAT-MULT5)
010710     END-IF.
010720     DIVIDE WS-MSK-OUT BY 10 GIVING WS-DIV-QUOTIENT
010730         REMAINDER WS-DIV-REMAINDER.
010740     IF WS-DIV-REMAINDER = ZERO
010750         ADD 1 TO WS-CAT-MASKED (WS-CAT-MULT10)
010760     END-IF.
010770 3100-PROVE-GOOD-NUMBER-EXIT.
010780     EXIT.
010790
010800******************************************************************
010810*  3200-WRITE-MASTER                                             *
010820*  WRITES THE QA MASTER RECORD FOR A MASKED GOOD NUMBER.  THE    *
010830*  PRODUCTION MASTER RECORD OF THE ORIGINAL SUPPLIES ITS FIRST   *
010840*  AND LAST SEEN DATES AND TIMES SEEN, SO THE QA MASTER HAS A    *
010850*  REAL HISTORY TO PROFILE AND PURGE; A NUMBER NOT ON THE MASTER *
010860*  YET IS GIVEN THE CYCLE DATE AND ONE SIGHTING.  THE NUMBER AND *
010870*  SOURCE BATCH ARE REPLACED BY THE SUBSTITUTE AND THE QA BATCH. *
010880******************************************************************
010890 3200-WRITE-MASTER.
010900     MOVE NC-NUMERO TO NM-NUMERO.
010910     READ NUMMAST-FILE
010920         INVALID KEY
010930             MOVE NC-RUN-DATE TO NM-FIRST-SEEN-DATE
010940             MOVE NC-RUN-DATE TO NM-LAST-SEEN-DATE
010950             MOVE 1           TO NM-TIMES-SEEN
010960             ADD 1 TO WS-MASTER-BUILT-COUNT
010970         NOT INVALID KEY
010980             ADD 1 TO WS-MASTER-FOUND-COUNT
010990     END-READ.
011000     IF WS-MST-FILE-STATUS NOT = "00"
011010         AND WS-MST-FILE-STATUS NOT = "02"
011020         AND WS-MST-FILE-STATUS NOT = "23"
011030         DISPLAY "PROGRAMAMASCARAQA - MASTER READ FAILED, "
011040             "FILE STATUS = " WS-MST-FILE-STATUS
011050         SET WS-FATAL TO TRUE
011060         GO TO 3200-WRITE-MASTER-EXIT
011070     END-IF.
011080     MOVE WS-MSK-OUT         TO NM-NUMERO.
011090     MOVE NC-PAR-IMPAR-FLAG  TO NM-PAR-IMPAR-FLAG.
011100     MOVE NC-MULT5-FLAG      TO NM-MULT5-FLAG.
011110     MOVE NC-MULT10-FLAG     TO NM-MULT10-FLAG.
011120     MOVE WS-QA-BATCH-ID     TO NM-LAST-BATCH-ID.
011130     WRITE QA-MASTER-RECORD FROM NUMMAST-RECORD.
011140     IF WS-QMS-FILE-STATUS NOT = "00"
011150         DISPLAY "PROGRAMAMASCARAQA - QAMAST WRITE FAILED, "
011160             "FILE STATUS = " WS-QMS-FILE-STATUS
011170         SET WS-FATAL TO TRUE
011180     END-IF.
011190 3200-WRITE-MASTER-EXIT.
011200     EXIT.
011210
011220******************************************************************
011230*  4000-WRITE-REJECTS                                            *
011240*  LAST PASS OVER THE REJECTS - WRITES EACH ONE SAMPLED, MASKED, *
011250*  TO THE QA FEED AND THE QA REJFILE, THEN ENDS THE FEED WITH    *
011260*  ITS TRAILER.                                                  *
011270******************************************************************
011280 4000-WRITE-REJECTS.
011290     PERFORM 1320-OPEN-SOURCE-REJECTS
011300         THRU 1320-OPEN-SOURCE-REJECTS-EXIT.
011310     IF WS-FATAL
011320         GO TO 4000-WRITE-REJECTS-EXIT
011330     END-IF.
011340     PERFORM 4050-WRITE-REJECT
011350         THRU 4050-WRITE-REJECT-EXIT
011360         UNTIL WS-REJ-EOF OR WS-FATAL.
011370     CLOSE SOURCE-REJECT-FILE.
011372     IF WS-FATAL
011374         GO TO 4000-WRITE-REJECTS-EXIT
011376     END-IF.
011380     MOVE WS-FEED-COUNT TO QA-T-COUNT.
011390     WRITE QA-FEED-RECORD FROM QA-TRAILER-LINE.
011391     IF WS-QNF-FILE-STATUS NOT = "00"
011392         DISPLAY "PROGRAMAMASCARAQA - QANUMF WRITE FAILED, "
011393             "FILE STATUS = " WS-QNF-FILE-STATUS
011394         SET WS-FATAL TO TRUE
011395     END-IF.
011400 4000-WRITE-REJECTS-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440*  4050-WRITE-REJECT                                             *
011450*  MASKS AND WRITES ONE SAMPLED REJECT.  A DUPLICATE GOES IN     *
011460*  ONLY WHEN ITS FIRST COPY IS ALREADY ON THE FEED - AS A GOOD   *
011470*  NUMBER, OR AS A BLOCK WRITTEN AHEAD OF IT - AND IS DROPPED    *
011480*  AND COUNTED OTHERWISE.  A NUMERIC VALUE (REASONS 03-05) IS    *
011490*  MASKED AS A NUMBER, SO A DUPLICATE GETS THE VERY SUBSTITUTE   *
011500*  ITS FIRST COPY GOT.                                           *
011510******************************************************************
011520 4050-WRITE-REJECT.
011530     IF WS-REASON-CODE = ZERO
011540         GO TO 4050-WRITE-REJECT-READ
011550     END-IF.
011560     COMPUTE WS-STR-SUB = WS-REASON-CODE + 1.
011570     PERFORM 7000-SAMPLE-RECORD
011580         THRU 7000-SAMPLE-RECORD-EXIT.
011590     IF NOT WS-SELECTED
011600         GO TO 4050-WRITE-REJECT-READ
011610     END-IF.
011620     MOVE REJ-NUMERO TO WS-NUM-WORK-X.
011630     MOVE ZERO TO WS-SRC-SUB.
011640     IF WS-NUM-WORK-X IS NUMERIC
011650         COMPUTE WS-SRC-SUB = WS-NUM-WORK + 1
011660     END-IF.
011670     IF REJ-DUPLICATE
011680         IF WS-SRC-SUB = ZERO
011690             ADD 1 TO WS-DUP-DROP-COUNT
011700             GO TO 4050-WRITE-REJECT-READ
011710         END-IF
011720         IF WS-SRC-FLAG (WS-SRC-SUB) NOT = "W"
011730             AND WS-SRC-FLAG (WS-SRC-SUB) NOT = "K"
011740             ADD 1 TO WS-DUP-DROP-COUNT
011750             GO TO 4050-WRITE-REJECT-READ
011760         END-IF
011770     END-IF.
011780     IF REJ-WATCH-BLOCK
011790         AND WS-SRC-SUB > ZERO
011800         MOVE "K" TO WS-SRC-FLAG (WS-SRC-SUB)
011810     END-IF.
011820     ADD 1 TO WS-CAT-SAMPLE (WS-CAT-REJECT).
011830     ADD 1 TO WS-CAT-SAMPLE (WS-REASON-CODE + 6).
011840     ADD 1 TO WS-CAT-SAMPLE (WS-CAT-FEED).
011850     IF WS-SRC-SUB > ZERO
011860         MOVE WS-NUM-WORK TO WS-MSK-IN
011870         PERFORM 8000-MASK-NUMBER
011880             THRU 8000-MASK-NUMBER-EXIT
011890         MOVE WS-MSK-OUT TO WS-NUM-WORK
011900         MOVE WS-NUM-WORK-X TO WS-MSK-TEXT
011910     ELSE
011920         MOVE REJ-NUMERO TO WS-MSK-TEXT
011930         PERFORM 8200-MASK-TEXT
011940             THRU 8200-MASK-TEXT-EXIT
011950     END-IF.
011960     PERFORM 4100-PROVE-REJECT
011970         THRU 4100-PROVE-REJECT-EXIT.
011980     IF WS-FATAL
011990         GO TO 4050-WRITE-REJECT-EXIT
012000     END-IF.
012010     MOVE WS-MSK-TEXT TO QA-D-NUMERO.
012020     WRITE QA-FEED-RECORD FROM QA-DETAIL-LINE.
012021     IF WS-QNF-FILE-STATUS NOT = "00"
012022         DISPLAY "PROGRAMAMASCARAQA - QANUMF WRITE FAILED, "
012023             "FILE STATUS = " WS-QNF-FILE-STATUS
012024         SET WS-FATAL TO TRUE
012025         GO TO 4050-WRITE-REJECT-EXIT
012026     END-IF.
012030     ADD 1 TO WS-FEED-COUNT.
012040     MOVE WS-MSK-TEXT    TO REJ-NUMERO.
012050     MOVE WS-QA-BATCH-ID TO REJ-BATCH-ID.
012060     WRITE REJCLASS-RECORD.
012070     IF WS-QRJ-FILE-STATUS NOT = "00"
012080         DISPLAY "PROGRAMAMASCARAQA - QAREJ WRITE FAILED, "
012090             "FILE STATUS = " WS-QRJ-FILE-STATUS
012100         SET WS-FATAL TO TRUE
012110         GO TO 4050-WRITE-REJECT-EXIT
012120     END-IF.
012130 4050-WRITE-REJECT-READ.
012140     PERFORM 1340-READ-SOURCE-REJECT
012150         THRU 1340-READ-SOURCE-REJECT-EXIT.
012160 4050-WRITE-REJECT-EXIT.
012170     EXIT.
012180
012190******************************************************************
012200*  4100-PROVE-REJECT                                             *
012210*  WORKS OUT, FROM THE MASKED VALUE ALONE, THE REASON THE        *
012220*  CLASSIFIER WILL REJECT IT FOR, IN THE CLASSIFIER'S OWN ORDER: *
012230*  A LEADING MINUS SIGN OVER SIX DIGITS IS NEGATIVE, ANY OTHER   *
012240*  VALUE NOT ALL DIGITS IS NON-NUMERIC, A NUMBER FAILING THE     *
012250*  CHECK DIGIT IS A CHECK-DIGIT REJECT, A NUMBER ALREADY ON THE  *
012260*  FEED IS A DUPLICATE, AND ANY OTHER NUMBER CAN ONLY BE A       *
012270*  WATCH-LIST BLOCK - FOR WHICH A WATCH-LIST ADD CARD IS WRITTEN *
012280*  SO THE QA LIST BLOCKS IT.                                     *
012290******************************************************************
012300 4100-PROVE-REJECT.
012310     ADD 1 TO WS-CAT-MASKED (WS-CAT-FEED).
012320     ADD 1 TO WS-CAT-MASKED (WS-CAT-REJECT).
012330     MOVE WS-MSK-TEXT TO WS-NUM-WORK-X.
012340     IF WS-MSK-TEXT (1:1) = "-"
012350         IF WS-MSK-TEXT (2:6) IS NUMERIC
012360             MOVE 02 TO WS-MASKED-REASON
012370         ELSE
012380             MOVE 01 TO WS-MASKED-REASON
012390         END-IF
012400         GO TO 4100-PROVE-REJECT-COUNT
012410     END-IF.
012420     IF WS-NUM-WORK-X IS NOT NUMERIC
012430         MOVE 01 TO WS-MASKED-REASON
012440         GO TO 4100-PROVE-REJECT-COUNT
012450     END-IF.
012460     MOVE WS-NUM-WORK TO WS-CD-NUMBER.
012470     PERFORM 8300-VERIFY-CHECK-DIGIT
012480         THRU 8300-VERIFY-CHECK-DIGIT-EXIT.
012490     IF WS-CD-FAILED
012500         MOVE 04 TO WS-MASKED-REASON
012510         GO TO 4100-PROVE-REJECT-COUNT
012520     END-IF.
012530     COMPUTE WS-MSK-SUB = WS-NUM-WORK + 1.
012540     IF WS-MSK-FLAG (WS-MSK-SUB) NOT = "N"
012550         MOVE 03 TO WS-MASKED-REASON
012560         GO TO 4100-PROVE-REJECT-COUNT
012570     END-IF.
012580     MOVE 05 TO WS-MASKED-REASON.
012590     MOVE "B" TO WS-MSK-FLAG (WS-MSK-SUB).
012600     MOVE WS-NUM-WORK-X  TO QA-W-NUMERO.
012610     MOVE WS-SOURCE-DATE TO QA-W-EFFECTIVE.
012620     WRITE QA-WATCH-CARD-RECORD FROM QA-WATCH-CARD.
012630     IF WS-QWL-FILE-STATUS NOT = "00"
012640         DISPLAY "PROGRAMAMASCARAQA - QAWLTRN WRITE FAILED, "
012650             "FILE STATUS = " WS-QWL-FILE-STATUS
012660         SET WS-FATAL TO TRUE
012670         GO TO 4100-PROVE-REJECT-EXIT
012680     END-IF.
012690     ADD 1 TO WS-WATCH-CARD-COUNT.
012700 4100-PROVE-REJECT-COUNT.
012710     ADD 1 TO WS-CAT-MASKED (WS-MASKED-REASON + 6).
012720 4100-PROVE-REJECT-EXIT.
012730     EXIT.
012740
012750******************************************************************
012760*  7000-SAMPLE-RECORD                                            *
012770*  STEPS STREAM WS-STR-SUB ON BY ONE RECORD AND SELECTS IT WHEN  *
012780*  THE STREAM'S TARGET SHARE OF THE RECORDS SO FAR GOES UP BY    *
012790*  ONE - EXACTLY THE TARGET COUNT OF RECORDS, EVENLY SPACED.     *
012800******************************************************************
012810 7000-SAMPLE-RECORD.
012820     MOVE "N" TO WS-SELECT-SW.
012830     ADD 1 TO WS-STR-POS (WS-STR-SUB).
012840     COMPUTE WS-SEL-NOW = WS-STR-POS (WS-STR-SUB)
012850         * WS-STR-TARGET (WS-STR-SUB) / WS-STR-COUNT (WS-STR-SUB).
012860     COMPUTE WS-SEL-PREV = (WS-STR-POS (WS-STR-SUB) - 1)
012870         * WS-STR-TARGET (WS-STR-SUB) / WS-STR-COUNT (WS-STR-SUB).
012880     IF WS-SEL-NOW > WS-SEL-PREV
012890         SET WS-SELECTED TO TRUE
012900     END-IF.
012910 7000-SAMPLE-RECORD-EXIT.
012920     EXIT.
012930
012940******************************************************************
012950*  8000-MASK-NUMBER                                              *
012960*  MASKS THE NUMBER IN WS-MSK-IN INTO WS-MSK-OUT.  THE LAST      *
012970*  DIGIT IS KEPT AND THE FIRST SIX ARE SHUFFLED UNDER THE KEY,   *
012980*  AGAIN AND AGAIN UNTIL THE RESULT PASSES OR FAILS THE CHECK    *
012990*  DIGIT JUST AS THE ORIGINAL DOES.                              *
013000******************************************************************
013010 8000-MASK-NUMBER.
013020     MOVE WS-MSK-IN TO WS-CD-NUMBER.
013030     PERFORM 8300-VERIFY-CHECK-DIGIT
013040         THRU 8300-VERIFY-CHECK-DIGIT-EXIT.
013050     MOVE WS-CD-SW TO WS-MSK-STATUS.
013060     DIVIDE WS-MSK-IN BY 10 GIVING WS-MSK-PREFIX
013070         REMAINDER WS-MSK-LAST.
013080     MOVE "N" TO WS-MSK-MATCH-SW.
013090     PERFORM 8050-WALK-PREFIX
013100         THRU 8050-WALK-PREFIX-EXIT
013110         UNTIL WS-MSK-MATCHED.
013120     MOVE WS-CD-NUMBER TO WS-MSK-OUT.
013130 8000-MASK-NUMBER-EXIT.
013140     EXIT.
013150
013160******************************************************************
013170*  8050-WALK-PREFIX                                              *
013180*  SHUFFLES THE 6-DIGIT PREFIX ONCE AND TESTS THE NUMBER IT      *
013190*  MAKES WITH THE ORIGINAL LAST DIGIT.                           *
013200******************************************************************
013210 8050-WALK-PREFIX.
013220     PERFORM 8100-SHUFFLE-PREFIX
013230         THRU 8100-SHUFFLE-PREFIX-EXIT.
013240     ADD 1 TO WS-MSK-WALKS.
013250     COMPUTE WS-CD-NUMBER = WS-MSK-PREFIX * 10 + WS-MSK-LAST.
013260     PERFORM 8300-VERIFY-CHECK-DIGIT
013270         THRU 8300-VERIFY-CHECK-DIGIT-EXIT.
013280     IF WS-CD-SW = WS-MSK-STATUS
013290         SET WS-MSK-MATCHED TO TRUE
013300     END-IF.
013310 8050-WALK-PREFIX-EXIT.
013320     EXIT.
013330
013340******************************************************************
013350*  8100-SHUFFLE-PREFIX                                           *
013360*  REPLACES WS-MSK-PREFIX BY ITS KEYED SHUFFLE - FOUR ROUNDS ON  *
013370*  THE TWO 3-DIGIT HALVES.                                       *
013380******************************************************************
013390 8100-SHUFFLE-PREFIX.
013400     DIVIDE WS-MSK-PREFIX BY 1000 GIVING WS-FST-LEFT
013410         REMAINDER WS-FST-RIGHT.
013420     PERFORM 8110-SHUFFLE-ROUND
013430         THRU 8110-SHUFFLE-ROUND-EXIT
013440         VARYING WS-FST-ROUND FROM 1 BY 1
013450         UNTIL WS-FST-ROUND > 4.
013460     COMPUTE WS-MSK-PREFIX = WS-FST-LEFT * 1000 + WS-FST-RIGHT.
013470 8100-SHUFFLE-PREFIX-EXIT.
013480     EXIT.
013490
013500******************************************************************
013510*  8110-SHUFFLE-ROUND                                            *
013520*  ONE ROUND: THE RIGHT HALF, MIXED WITH THE ROUND KEY, GIVES A  *
013530*  3-DIGIT VALUE ADDED (MODULO 1000) TO THE LEFT HALF, AND THE   *
013540*  HALVES CHANGE PLACES.  EACH ROUND CAN BE UNDONE, SO THE       *
013550*  SHUFFLE NEVER GIVES TWO PREFIXES THE SAME RESULT.             *
013560******************************************************************
013570 8110-SHUFFLE-ROUND.
013580     COMPUTE WS-FST-WORK =
013590         (WS-FST-RIGHT + WS-MSK-ROUND-KEY (WS-FST-ROUND) + 1)
013600         * (WS-FST-RIGHT + WS-MSK-ROUND-KEY (WS-FST-ROUND)
013610            + WS-FST-ROUND * 317 + 7).
013620     DIVIDE WS-FST-WORK BY 1000 GIVING WS-FST-QUOT.
013630     DIVIDE WS-FST-QUOT BY 1000 GIVING WS-FST-QUOT-2
013640         REMAINDER WS-FST-F.
013650     COMPUTE WS-FST-NEW = WS-FST-LEFT + WS-FST-F.
013660     IF WS-FST-NEW > 999
013670         SUBTRACT 1000 FROM WS-FST-NEW
013680     END-IF.
013690     MOVE WS-FST-RIGHT TO WS-FST-LEFT.
013700     MOVE WS-FST-NEW   TO WS-FST-RIGHT.
013710 8110-SHUFFLE-ROUND-EXIT.
013720     EXIT.
013730
013740******************************************************************
013750*  8200-MASK-TEXT                                                *
013760*  MASKS THE VALUE IN WS-MSK-TEXT THAT IS NOT A NUMBER.  A       *
013770*  NEGATIVE VALUE HAS ITS SIX DIGITS SHUFFLED BEHIND THE SIGN;   *
013780*  ANY OTHER HAS EACH POSITION CONVERTED UNDER THE KEY.          *
013790******************************************************************
013800 8200-MASK-TEXT.
013810     IF WS-MSK-TEXT (1:1) = "-"
013820         AND WS-MSK-TEXT (2:6) IS NUMERIC
013830         MOVE WS-MSK-TEXT (2:6) TO WS-MSK-PREFIX
013840         PERFORM 8100-SHUFFLE-PREFIX
013850             THRU 8100-SHUFFLE-PREFIX-EXIT
013860         MOVE WS-MSK-PREFIX TO WS-MSK-TEXT (2:6)
013870         GO TO 8200-MASK-TEXT-EXIT
013880     END-IF.
013890     PERFORM 8210-MASK-POSITION
013900         THRU 8210-MASK-POSITION-EXIT
013910         VARYING WS-MSK-POS FROM 1 BY 1
013920         UNTIL WS-MSK-POS > 7.
013930 8200-MASK-TEXT-EXIT.
013940     EXIT.
013950
013960******************************************************************
013970*  8210-MASK-POSITION                                            *
013980*  CONVERTS ONE CHARACTER OF THE VALUE UNDER ITS POSITION'S      *
013990*  SHIFT.                                                        *
014000******************************************************************
014010 8210-MASK-POSITION.
014020     INSPECT WS-MSK-TEXT (WS-MSK-POS:1)
014030         CONVERTING WS-MSK-FROM TO WS-MSK-TO (WS-MSK-POS).
014040 8210-MASK-POSITION-EXIT.
014050     EXIT.
014060
014070******************************************************************
014080*  8300-VERIFY-CHECK-DIGIT                                       *
014090*  PROVES THE CHECK DIGIT OF THE NUMBER IN WS-CD-NUMBER UNDER    *
014100*  THE SCHEME FROM THE SYSIN CARD, EXACTLY AS THE CLASSIFIER     *
014110*  DOES.  MODULUS 10 (LUHN): THE WEIGHTED SUM OF ALL SEVEN       *
014120*  DIGITS, EACH DOUBLED PRODUCT OVER 9 REDUCED BY 9, MUST BE A   *
014130*  MULTIPLE OF 10.  MODULUS 11: THE CHECK DIGIT MUST EQUAL 11    *
014140*  LESS THE REMAINDER OF THE WEIGHTED SUM OF THE FIRST SIX       *
014150*  DIGITS, A RESULT OF 11 COUNTING AS 0.  SCHEME N PASSES EVERY  *
014160*  NUMBER.                                                       *
014170******************************************************************
014180 8300-VERIFY-CHECK-DIGIT.
014190     SET WS-CD-PASSED TO TRUE.
014200     IF WS-CD-NONE
014210         GO TO 8300-VERIFY-CHECK-DIGIT-EXIT
014220     END-IF.
014230     IF WS-CD-MOD11
014240         MOVE WS-CD-MOD11-WEIGHTS TO WS-CD-WEIGHT-STRING
014250     ELSE
014260         MOVE WS-CD-LUHN-WEIGHTS  TO WS-CD-WEIGHT-STRING
014270     END-IF.
014280     MOVE ZERO TO WS-CD-SUM.
014290     MOVE 1 TO WS-CD-SUB.
014300     PERFORM 8310-WEIGH-ONE-DIGIT
014310         THRU 8310-WEIGH-ONE-DIGIT-EXIT
014320         UNTIL WS-CD-SUB > 6.
014330     IF WS-CD-MOD11
014340         DIVIDE WS-CD-SUM BY 11 GIVING WS-CD-QUOTIENT
014350             REMAINDER WS-CD-REMAINDER
014360         COMPUTE WS-CD-EXPECTED = 11 - WS-CD-REMAINDER
014370         IF WS-CD-EXPECTED = 11
014380             MOVE ZERO TO WS-CD-EXPECTED
014390         END-IF
014400         IF WS-CD-EXPECTED NOT = WS-CD-DIGIT (7)
014410             SET WS-CD-FAILED TO TRUE
014420         END-IF
014430         GO TO 8300-VERIFY-CHECK-DIGIT-EXIT
014440     END-IF.
014450     ADD WS-CD-DIGIT (7) TO WS-CD-SUM.
014460     DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
014470         REMAINDER WS-CD-REMAINDER.
014480     IF WS-CD-REMAINDER NOT = ZERO
014490         SET WS-CD-FAILED TO TRUE
014500     END-IF.
014510 8300-VERIFY-CHECK-DIGIT-EXIT.
014520     EXIT.
014530
014540******************************************************************
014550*  8310-WEIGH-ONE-DIGIT                                          *
014560*  ADDS ONE WEIGHTED DIGIT TO THE CHECK-DIGIT SUM AND STEPS TO   *
014570*  THE NEXT.  UNDER MODULUS 10 A DOUBLED DIGIT OVER 9 COUNTS AS  *
014580*  THE SUM OF ITS OWN TWO DIGITS, WHICH IS THE PRODUCT LESS 9.   *
014590******************************************************************
014600 8310-WEIGH-ONE-DIGIT.
014610     COMPUTE WS-CD-PRODUCT = WS-CD-DIGIT (WS-CD-SUB)
014620         * WS-CD-WEIGHT (WS-CD-SUB).
014630     IF WS-CD-LUHN
014640         AND WS-CD-PRODUCT > 9
014650         SUBTRACT 9 FROM WS-CD-PRODUCT
014660     END-IF.
014670     ADD WS-CD-PRODUCT TO WS-CD-SUM.
014680     ADD 1 TO WS-CD-SUB.
014690 8310-WEIGH-ONE-DIGIT-EXIT.
014700     EXIT.
014710
014720******************************************************************
014730*  9000-TERMINATE                                                *
014740*  PRINTS THE CONTROL REPORT - THE RUN'S SETTINGS, EVERY         *
014750*  CATEGORY FOR THE CYCLE, THE SAMPLE AND THE MASKED SET, AND    *
014760*  THE ADJUSTMENTS MADE TO KEEP THE DUPLICATE PATTERN - CLOSES   *
014770*  THE FILES AND SETS THE STEP CODE: RC=8 WHEN ANY CATEGORY OF   *
014780*  THE MASKED SET DIFFERS FROM THE SAMPLE OR TWO NUMBERS SHARED  *
014790*  A SUBSTITUTE (THE SET MUST NOT BE LOADED), RC=4 WHEN THE      *
014800*  SOURCE CYCLE WAS EMPTY, RC=0 OTHERWISE.                       *
014810******************************************************************
014820 9000-TERMINATE.
014830     WRITE REPORT-RECORD FROM RPT-HEADING-1.
014840     MOVE SPACES TO REPORT-RECORD.
014850     WRITE REPORT-RECORD.
014860     MOVE "SOURCE CYCLE DATE . . . . . . :" TO RPT-INF-TEXT.
014870     MOVE WS-SOURCE-DATE TO RPT-INF-VALUE.
014880     WRITE REPORT-RECORD FROM RPT-INFO-LINE.
014890     MOVE "QA BATCH ID . . . . . . . . . :" TO RPT-INF-TEXT.
014900     MOVE WS-QA-BATCH-ID TO RPT-INF-VALUE.
014910     WRITE REPORT-RECORD FROM RPT-INFO-LINE.
014920     MOVE "CHECK-DIGIT SCHEME. . . . . . :" TO RPT-INF-TEXT.
014930     MOVE WS-CD-SCHEME TO RPT-INF-VALUE.
014940     WRITE REPORT-RECORD FROM RPT-INFO-LINE.
014950     MOVE "SAMPLE SIZE REQUESTED . . . . :" TO RPT-CNT-TEXT.
014960     MOVE WS-SAMPLE-SIZE TO RPT-CNT-VALUE.
014970     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
014980     MOVE SPACES TO REPORT-RECORD.
014990     WRITE REPORT-RECORD.
015000     WRITE REPORT-RECORD FROM RPT-CAT-HEADING.
015010     PERFORM 9100-PRINT-CATEGORY
015020         THRU 9100-PRINT-CATEGORY-EXIT
015030         VARYING WS-CAT-SUB FROM 1 BY 1
015040         UNTIL WS-CAT-SUB > WS-CAT-MAX.
015050     MOVE SPACES TO REPORT-RECORD.
015060     WRITE REPORT-RECORD.
015070     MOVE "FIRST COPIES TAKEN FOR DUPS. . :" TO RPT-CNT-TEXT.
015080     MOVE WS-FORCED-COUNT TO RPT-CNT-VALUE.
015090     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015100     MOVE "DUPS DROPPED, NO FIRST COPY . :" TO RPT-CNT-TEXT.
015110     MOVE WS-DUP-DROP-COUNT TO RPT-CNT-VALUE.
015120     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015130     MOVE "REPEATED GOOD NUMBERS SKIPPED :" TO RPT-CNT-TEXT.
015140     MOVE WS-REPEAT-COUNT TO RPT-CNT-VALUE.
015150     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015160     MOVE "UNUSABLE SOURCE RECORDS . . . :" TO RPT-CNT-TEXT.
015170     MOVE WS-BAD-SOURCE-COUNT TO RPT-CNT-VALUE.
015180     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015190     MOVE "MASTER HISTORY FROM NUMMAST . :" TO RPT-CNT-TEXT.
015200     MOVE WS-MASTER-FOUND-COUNT TO RPT-CNT-VALUE.
015210     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015220     MOVE "MASTER HISTORY STARTED NEW. . :" TO RPT-CNT-TEXT.
015230     MOVE WS-MASTER-BUILT-COUNT TO RPT-CNT-VALUE.
015240     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015250     MOVE "WATCH-LIST ADD CARDS WRITTEN. :" TO RPT-CNT-TEXT.
015260     MOVE WS-WATCH-CARD-COUNT TO RPT-CNT-VALUE.
015270     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015280     MOVE "NUMBERS SHARING A SUBSTITUTE. :" TO RPT-CNT-TEXT.
015290     MOVE WS-COLLISION-COUNT TO RPT-CNT-VALUE.
015300     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
015310     MOVE SPACES TO REPORT-RECORD.
015320     WRITE REPORT-RECORD.
015330     IF WS-COLLISION-COUNT > ZERO
015340         SET WS-MISMATCH TO TRUE
015350     END-IF.
015360     IF WS-MISMATCH
015370         MOVE "MASKED SET DOES NOT MATCH - DO NOT LOAD, RC=8"
015380             TO RPT-VERDICT-TEXT
015390         MOVE 8 TO RETURN-CODE
015400     ELSE
015410         IF WS-SOURCE-TOTAL = ZERO
015420             MOVE "SOURCE CYCLE EMPTY - NO QA SET, RC=4"
015430                 TO RPT-VERDICT-TEXT
015440             MOVE 4 TO RETURN-CODE
015450         ELSE
015460             MOVE "MASKED SET MATCHES THE SOURCE SAMPLE, RC=0"
015470                 TO RPT-VERDICT-TEXT
015480         END-IF
015490     END-IF.
015500     WRITE REPORT-RECORD FROM RPT-VERDICT-LINE.
015510     DISPLAY "PROGRAMAMASCARAQA - END OF JOB SUMMARY".
015520     DISPLAY "SOURCE CYCLE DATE . . . . . : " WS-SOURCE-DATE.
015530     DISPLAY "SOURCE RECORDS. . . . . . . : " WS-SOURCE-TOTAL.
015540     DISPLAY "QA FEED DETAIL RECORDS. . . : " WS-FEED-COUNT.
015550     DISPLAY "DUPS DROPPED, NO FIRST COPY : " WS-DUP-DROP-COUNT.
015560     DISPLAY "NUMBERS SHARING A SUBSTITUTE: " WS-COLLISION-COUNT.
015570     IF WS-MISMATCH
015580         DISPLAY "PROGRAMAMASCARAQA - MASKED SET DOES NOT MATCH "
015590             "THE SOURCE - SEE THE CONTROL REPORT"
015600     END-IF.
015610     CLOSE NUMMAST-FILE.
015620     CLOSE QA-FEED-FILE.
015630     CLOSE QA-RESULT-FILE.
015640     CLOSE QA-REJECT-FILE.
015650     CLOSE QA-MASTER-FILE.
015660     CLOSE QA-WATCH-CARD-FILE.
015670     CLOSE REPORT-FILE.
015680 9000-TERMINATE-EXIT.
015690     EXIT.
015700
015710******************************************************************
015720*  9100-PRINT-CATEGORY                                           *
015730*  PRINTS ONE CATEGORY'S COUNTS.  THE SAMPLE AND THE MASKED SET  *
015740*  MUST AGREE; THE PRODUCTION COUNT IS SHOWN FOR PROPORTION.     *
015750******************************************************************
015760 9100-PRINT-CATEGORY.
015770     MOVE WS-CAT-NAME   (WS-CAT-SUB) TO RPT-CAT-NAME.
015780     MOVE WS-CAT-PROD   (WS-CAT-SUB) TO RPT-CAT-PROD.
015790     MOVE WS-CAT-SAMPLE (WS-CAT-SUB) TO RPT-CAT-SAMPLE.
015800     MOVE WS-CAT-MASKED (WS-CAT-SUB) TO RPT-CAT-MASKED.
015810     IF WS-CAT-SAMPLE (WS-CAT-SUB) = WS-CAT-MASKED (WS-CAT-SUB)
015820         MOVE "MATCH" TO RPT-CAT-RESULT
015830     ELSE
015840         MOVE "MISMATCH" TO RPT-CAT-RESULT
015850         SET WS-MISMATCH TO TRUE
015860     END-IF.
015870     WRITE REPORT-RECORD FROM RPT-CAT-LINE.
015880 9100-PRINT-CATEGORY-EXIT.
015890     EXIT.
015900
015910******************************************************************
015920*  9500-ABORT-RUN                                                *
015930*  REACHED ONLY WHEN WS-FATAL WAS SET.  SETS A NON-ZERO RETURN   *
015940*  CODE SO THE JOB STEP SHOWS FAILED.  THE QA OUTPUTS ARE        *
015950*  INCOMPLETE AND MUST NOT BE LOADED; NOTHING IN PRODUCTION WAS  *
015960*  CHANGED, SO THE STEP IS SIMPLY RERUN.  ANY FILES ALREADY      *
015970*  OPENED ARE CLOSED IMPLICITLY BY STOP RUN.                     *
015980******************************************************************
015990 9500-ABORT-RUN.
016000     DISPLAY "PROGRAMAMASCARAQA - RUN ABORTED, SEE PRIOR "
016010         "MESSAGE".
016020     MOVE 16 TO RETURN-CODE.
016030 9500-ABORT-RUN-EXIT.
016040     EXIT.
016050
016060 END PROGRAM PROGRAMAMASCARAQA.
