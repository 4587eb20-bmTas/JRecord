002220*     |          | DLCAMPSL REGISTER AND HOLD   |                *
002230*     |          | BACK A RANDOM CONTROL GROUP  |                *
002240*     |          | FOR DLR118 LIFT MEASUREMENT  |                *
002260*  03 | 15/10/26 | SELECT BY DLRFMSEG RFM       | R. GEALL       *
002280*     |          | SEGMENT FROM THE WINDOW CARD |                *
002285*  04 | 15/10/26 | SUPPRESS CARDS WITHOUT       | R. GEALL       *
002290*     |          | DLCONSNT CONSENT ON THE      |                *
002295*     |          | CAMPAIGN CHANNEL             |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
004000                              ORGANIZATION IS SEQUENTIAL.
004010     SELECT SELECT-REGISTER   ASSIGN TO DLCAMPSL
004020                              ORGANIZATION IS SEQUENTIAL.
004030     SELECT SEGMENT-MASTER    ASSIGN TO DLRFMSEG
004040                              ORGANIZATION IS INDEXED
004050                              ACCESS MODE IS RANDOM
004060                              RECORD KEY IS DLRFMSEG-CUST-NO.
004068     SELECT CONSENT-REGISTER  ASSIGN TO DLCONSNT
004076                              ORGANIZATION IS INDEXED
004084                              ACCESS MODE IS RANDOM
004092                              RECORD KEY IS DLCONSNT-KEY.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  WINDOW-CARD
004800     05  WIN-DATE-TO             PIC 9(06).
004810     05  WIN-CAMPAIGN-ID         PIC X(08).
004820     05  WIN-CONTROL-PCT         PIC 9(02).
004850*    UP TO FIVE DLRFMSEG SEGMENT CODES; ALL BLANK SELECTS
004880*    EVERY CUSTOMER IN THE WINDOW, AS BEFORE.
004910     05  WIN-SEGMENT OCCURS 5 TIMES
004940                                 PIC X(02).
004950*    CONTACT CHANNEL - M MAIL, E EMAIL, S SMS; BLANK IS MAIL.
004960     05  WIN-CHANNEL             PIC X(01).
004970     05  FILLER                  PIC X(47).
005000 FD  FLAGGED-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
007330     LABEL RECORDS ARE STANDARD.
007340 01  DLCAMPSL-RECORD.
007350     COPY DLCAMPSL.
007360 FD  SEGMENT-MASTER
007370     LABEL RECORDS ARE STANDARD.
007380 01  DLRFMSEG-RECORD.
007390     COPY DLRFMSEG.
007392 FD  CONSENT-REGISTER
007394     LABEL RECORDS ARE STANDARD.
007396 01  DLCONSNT-RECORD.
007398     COPY DLCONSNT.
007400 WORKING-STORAGE SECTION.
007500 01  DLR065-SWITCHES.
007600     05  DLR065-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
008100         88  DLR065-EOF                      VALUE 'Y'.
008200     05  DLR065-FOUND-SW          PIC X(01)  VALUE 'N'.
008300         88  DLR065-FOUND                    VALUE 'Y'.
008320     05  DLR065-BY-SEGMENT-SW     PIC X(01)  VALUE 'N'.
008340         88  DLR065-BY-SEGMENT               VALUE 'Y'.
008360     05  DLR065-IN-SEGMENT-SW     PIC X(01)  VALUE 'N'.
008380         88  DLR065-IN-SEGMENT               VALUE 'Y'.
008386     05  DLR065-CONSENT-SW        PIC X(01)  VALUE 'N'.
008392         88  DLR065-CONSENTED                VALUE 'Y'.
008400 01  DLR065-WINDOW.
008500     05  DLR065-DATE-FROM         PIC 9(06)  VALUE ZERO.
008600     05  DLR065-DATE-TO           PIC 9(06)  VALUE 999999.
008626*    ONE - LEGACY DECKS WITH BLANK CONTROL-PCT COLUMNS MUST
008627*    KEEP MAILING THEIR WHOLE SELECTION.
008630     05  DLR065-CONTROL-PCT       PIC 9(02)  VALUE ZERO.
008635     05  DLR065-CHANNEL           PIC X(01)  VALUE 'M'.
008640 01  DLR065-RUN-DATE              PIC 9(08)  VALUE ZERO.
008650 01  DLR065-PICK-CYCLE            PIC 9(03)  VALUE ZERO.
008660 01  DLR065-SEGMENT-SELECTION.
008670     05  DLR065-SEL-SEGMENT OCCURS 5 TIMES
008680                                  PIC X(02)  VALUE SPACES.
008690 01  DLR065-SEG-SUB               PIC S9(04)  COMP.
008700 01  DLR065-CONTROL.
008800     05  DLR065-FLAG-COUNT        PIC S9(04)  COMP  VALUE ZERO.
008900     05  DLR065-CUST-COUNT        PIC S9(04)  COMP  VALUE ZERO.
010300     05  DLR065-EXTRACTED         PIC 9(07)  VALUE ZERO.
010400     05  DLR065-SUPPRESSED        PIC 9(07)  VALUE ZERO.
010410     05  DLR065-HELD-OUT          PIC 9(07)  VALUE ZERO.
010450     05  DLR065-OUT-OF-SEGMENT    PIC 9(07)  VALUE ZERO.
010470     05  DLR065-NO-CONSENT        PIC 9(07)  VALUE ZERO.
010500 01  DLR065-HEADING-1.
010600     05  FILLER                   PIC X(44)  VALUE
010700         'DLR065 - CAMPAIGN SELECTION EXTRACT SUMMARY'.
011200     05  FILLER                   PIC X(24)  VALUE
011300         '  SUPPRESSED (FRAUD) -  '.
011400     05  DLR065-T-SUPPRESSED      PIC ZZZZZZ9.
011410 01  DLR065-SEGMENT-LINE.
011420     05  FILLER                   PIC X(18)  VALUE
011430         'SEGMENTS -        '.
011440     05  DLR065-SG-CODE OCCURS 5 TIMES.
011450         10  DLR065-SG-SEGMENT    PIC X(02).
011460         10  FILLER               PIC X(01).
011470     05  FILLER                   PIC X(24)  VALUE
011480         '  NOT IN SEGMENT -      '.
011490     05  DLR065-SG-EXCLUDED       PIC ZZZZZZ9.
011491 01  DLR065-CONSENT-LINE.
011492     05  FILLER                   PIC X(18)  VALUE
011493         'CHANNEL -         '.
011494     05  DLR065-CN-CHANNEL        PIC X(01).
011495     05  FILLER                   PIC X(31)  VALUE
011496         '    SUPPRESSED (NO CONSENT) -  '.
011497     05  DLR065-CN-SUPPRESSED     PIC ZZZZZZ9.
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE.
013950         AND WIN-CONTROL-PCT < 50
013960             MOVE WIN-CONTROL-PCT TO DLR065-CONTROL-PCT
013970         END-IF
013971         IF  WIN-CHANNEL = 'E' OR 'S'
013972             MOVE WIN-CHANNEL TO DLR065-CHANNEL
013973         END-IF
013977         PERFORM 1100-TAKE-ONE-SEGMENT
013984             VARYING DLR065-SEG-SUB FROM 1 BY 1
013991             UNTIL DLR065-SEG-SUB > 5
014000     END-IF.
014100     CLOSE WINDOW-CARD.
014120     IF  DLR065-BY-SEGMENT
014140         OPEN INPUT SEGMENT-MASTER
014160     END-IF.
014180     OPEN INPUT  CONSENT-REGISTER.
014200     PERFORM 2100-READ-FLAGGED.
014300     PERFORM 3100-READ-DTAR107.
014400 1000-EXIT.
014500     EXIT.
014600
014610 1100-TAKE-ONE-SEGMENT.
014620     IF  WIN-SEGMENT (DLR065-SEG-SUB) NOT = SPACES
014630         MOVE WIN-SEGMENT (DLR065-SEG-SUB)
014640             TO DLR065-SEL-SEGMENT (DLR065-SEG-SUB)
014650         MOVE 'Y' TO DLR065-BY-SEGMENT-SW
014660     END-IF.
014670 1100-EXIT.
014680     EXIT.
014690
014700 2000-LOAD-FLAGGED-CUSTS.
014800     MOVE 'N' TO DLR065-FOUND-SW.
014900     SET DLR065-FX TO 1.
023800     MOVE DLR065-EXTRACTED  TO DLR065-T-EXTRACTED.
023900     MOVE DLR065-SUPPRESSED TO DLR065-T-SUPPRESSED.
024000     WRITE CAMPAIGN-LINE FROM DLR065-TOTAL-LINE.
024010     IF  DLR065-BY-SEGMENT
024020         PERFORM 4050-EDIT-ONE-SEGMENT
024030             VARYING DLR065-SEG-SUB FROM 1 BY 1
024040             UNTIL DLR065-SEG-SUB > 5
024050         MOVE DLR065-OUT-OF-SEGMENT TO DLR065-SG-EXCLUDED
024060         WRITE CAMPAIGN-LINE FROM DLR065-SEGMENT-LINE
024070     END-IF.
024077     MOVE DLR065-CHANNEL    TO DLR065-CN-CHANNEL.
024084     MOVE DLR065-NO-CONSENT TO DLR065-CN-SUPPRESSED.
024091     WRITE CAMPAIGN-LINE FROM DLR065-CONSENT-LINE.
024100 4000-EXIT.
024200     EXIT.
024300
024309 4050-EDIT-ONE-SEGMENT.
024318     MOVE DLR065-SEL-SEGMENT (DLR065-SEG-SUB)
024327         TO DLR065-SG-SEGMENT (DLR065-SEG-SUB).
024336 4050-EXIT.
024345     EXIT.
024354
024363*    WHEN THE CARD NAMES SEGMENTS, A CUSTOMER OUTSIDE THEM (OR
024372*    NOT YET SEGMENTED) IS LEFT OUT BEFORE THE FRAUD CHECK AND
024381*    THE CONTROL-GROUP PICK, SO THE HOLDOUT IS DRAWN FROM THE
024390*    TARGETED SEGMENTS ONLY.
024400 4100-WRITE-ONE-CUSTOMER.
024406     IF  DLR065-BY-SEGMENT
024412         PERFORM 4300-CHECK-SEGMENT
024418         IF  NOT DLR065-IN-SEGMENT
024424             ADD 1 TO DLR065-OUT-OF-SEGMENT
024430         END-IF
024436     ELSE
024442         MOVE 'Y' TO DLR065-IN-SEGMENT-SW
024448     END-IF.
024454     IF  DLR065-IN-SEGMENT
024460         PERFORM 4150-SELECT-ONE-CUSTOMER
024466     END-IF.
024472 4100-EXIT.
024478     EXIT.
024484
024490 4150-SELECT-ONE-CUSTOMER.
024500     MOVE 'N' TO DLR065-FOUND-SW.
024600     SET DLR065-FX TO 1.
024700     SEARCH DLR065-FLAG-ENTRY
025400     IF  DLR065-FOUND
025500         ADD 1 TO DLR065-SUPPRESSED
025600     ELSE
025601         PERFORM 4400-CHECK-CONSENT
025602         IF  NOT DLR065-CONSENTED
025603             ADD 1 TO DLR065-NO-CONSENT
025604         END-IF
025605     END-IF.
025606     IF  NOT DLR065-FOUND
025607     AND DLR065-CONSENTED
025610*        EVERY NTH QUALIFIED CUSTOMER (PER THE CONTROL PERCENT)
025620*        IS HELD OUT OF THE MAILING BUT RECORDED ON THE
025630*        REGISTER, SO DLR118 CAN MEASURE MAILED AGAINST
026620             PERFORM 4200-WRITE-REGISTER-ROW
026630         END-IF
026700     END-IF.
026800 4150-EXIT.
026900     EXIT.
026910
026920 4200-WRITE-REGISTER-ROW.
026930     MOVE DLR065-CAMPAIGN-ID TO DLCAMPSL-CAMPAIGN-ID.
026940     MOVE DLR065-C-CUST-NO (DLR065-CX) TO DLCAMPSL-CUST-NO.
026950     MOVE DLR065-RUN-DATE    TO DLCAMPSL-SELECT-DATE.
026955     MOVE DLR065-CHANNEL     TO DLCAMPSL-CHANNEL.
026960     WRITE DLCAMPSL-RECORD.
026970 4200-EXIT.
026980     EXIT.
027000
027002 4300-CHECK-SEGMENT.
027004     MOVE 'N' TO DLR065-IN-SEGMENT-SW.
027007     MOVE DLR065-C-CUST-NO (DLR065-CX) TO DLRFMSEG-CUST-NO.
027009     READ SEGMENT-MASTER
027011         INVALID KEY
027014             CONTINUE
027016         NOT INVALID KEY
027019             PERFORM 4310-MATCH-ONE-SEGMENT
027021                 VARYING DLR065-SEG-SUB FROM 1 BY 1
027023                 UNTIL DLR065-SEG-SUB > 5
027026                    OR DLR065-IN-SEGMENT
027028     END-READ.
027030 4300-EXIT.
027033     EXIT.
027035
027038 4310-MATCH-ONE-SEGMENT.
027040     IF  DLR065-SEL-SEGMENT (DLR065-SEG-SUB) NOT = SPACES
027042     AND DLR065-SEL-SEGMENT (DLR065-SEG-SUB) = DLRFMSEG-SEGMENT
027045         MOVE 'Y' TO DLR065-IN-SEGMENT-SW
027047     END-IF.
027050 4310-EXIT.
027052     EXIT.
027054
027057*    ONLY A CARD OPTED IN ON THE CAMPAIGN'S CHANNEL MAY BE
027059*    MAILED OR HELD OUT AS CONTROL; NO REGISTER ROW MEANS NO
027061*    CONSENT WAS EVER GIVEN.
027064 4400-CHECK-CONSENT.
027066     MOVE 'N' TO DLR065-CONSENT-SW.
027069     MOVE DLR065-C-CUST-NO (DLR065-CX) TO DLCONSNT-CUST-NO.
027071     MOVE DLR065-CHANNEL TO DLCONSNT-CHANNEL.
027073     READ CONSENT-REGISTER
027076         INVALID KEY
027078             CONTINUE
027080         NOT INVALID KEY
027083             IF  DLCONSNT-OPTED-IN
027085                 MOVE 'Y' TO DLR065-CONSENT-SW
027088             END-IF
027090     END-READ.
027092 4400-EXIT.
027095     EXIT.
027097
027100 9000-TERMINATE.
027150     DISPLAY 'DLR065 CONTROL HELD OUT  = ' DLR065-HELD-OUT.
027200     CLOSE FLAGGED-FILE
027300           DTAR107-FILE
027400           CAMPAIGN-EXTRACT
027500           CAMPAIGN-REPORT
027505           SELECT-REGISTER
027510           CONSENT-REGISTER.
027515     DISPLAY 'DLR065 NO CONSENT        = ' DLR065-NO-CONSENT.
027520     IF  DLR065-BY-SEGMENT
027530         DISPLAY 'DLR065 NOT IN SEGMENT    = '
027540             DLR065-OUT-OF-SEGMENT
027550         CLOSE SEGMENT-MASTER
027560     END-IF.
027600 9000-EXIT.
027700     EXIT.
