001400*   WOULD CHANGE, WRITES THE PRIOR VALUE TO THE ADDRESS-HISTORY  *
001500*   FILE BEFORE THE CHANGE WOULD OTHERWISE BE APPLIED, SO THAT   *
001600*   A CUSTOMER'S ADDRESS/PHONE HISTORY IS NEVER LOST.            *
001620*   A NEW CUSTOMER-ADDRESS CLEARS EVERY UNDELIVERABLE FLAG THE   *
001640*   CUSTOMER HOLDS ON THE FCUNDLV REGISTER, SO HELD MAIL FLOWS   *
001660*   AGAIN TO THE NEW ADDRESS.                                    *
001700*                                                                *
001800*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001900*  ---|----------|------------------------------|------------    *
002000*  01 | 09/08/26 | FIRST ISSUE                  | R. GEALL       *
002010*  02 | 01/09/26 | KEYED ACCESS TO THE DLR138   | R. GEALL       *
002020*     |          | INDEXED FCUSDAT MASTER       |                *
002030*  03 | 15/10/26 | NEW ADDRESS CLEARS FCUNDLV   | R. GEALL       *
002040*     |          | UNDELIVERABLE FLAGS          |                *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
003200                              ORGANIZATION IS SEQUENTIAL.
003300     SELECT HISTORY-FILE      ASSIGN TO FCADRHST
003400                              ORGANIZATION IS SEQUENTIAL.
003420     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
003440                              ORGANIZATION IS INDEXED
003460                              ACCESS MODE IS DYNAMIC
003480                              RECORD KEY IS UD-KEY.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  FCUSDAT-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800     COPY FCADRHST.
004820 FD  UNDELIVERABLE-FILE
004840     LABEL RECORDS ARE STANDARD.
004860     COPY FCUNDLV.
004900 WORKING-STORAGE SECTION.
005000 01  DLR038-SWITCHES.
005100     05  DLR038-MAST-FOUND-SW     PIC X(01)  VALUE 'N'.
005200         88  DLR038-MAST-FOUND               VALUE 'Y'.
005300     05  DLR038-UPD-EOF-SW        PIC X(01)  VALUE 'N'.
005400         88  DLR038-UPD-EOF                  VALUE 'Y'.
005430     05  DLR038-UD-DONE-SW        PIC X(01)  VALUE 'N'.
005460         88  DLR038-UD-DONE                  VALUE 'Y'.
005500 01  DLR038-TODAY-CCYYMMDD       PIC 9(08)  VALUE ZERO.
005600 01  DLR038-COUNTERS.
005700     05  DLR038-UPDATES-READ      PIC 9(07)  VALUE ZERO.
005800     05  DLR038-NOT-ON-MASTER     PIC 9(07)  VALUE ZERO.
005900     05  DLR038-HIST-RECS-WRITTEN PIC 9(07)  VALUE ZERO.
005950     05  DLR038-FLAGS-CLEARED     PIC 9(07)  VALUE ZERO.
006000 PROCEDURE DIVISION.
006100 0000-MAINLINE.
006200     PERFORM 1000-INITIALIZE.
006900     OPEN INPUT  FCUSDAT-FILE
007000                 UPDATE-FILE.
007100     OPEN OUTPUT HISTORY-FILE.
007150     OPEN I-O    UNDELIVERABLE-FILE.
007200     ACCEPT DLR038-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
007400     PERFORM 2200-READ-UPDATE.
007500 1000-EXIT.
011700         MOVE CUSTOMER-ADDRESS    TO AH-OLD-VALUE
011800         MOVE CU-CUSTOMER-ADDRESS TO AH-NEW-VALUE
011900         PERFORM 2500-WRITE-HISTORY
011950         PERFORM 2600-CLEAR-UNDELIVERABLE
012000     END-IF.
012100     IF  CUSTOMER-PHONE NOT = CU-CUSTOMER-PHONE
012200         MOVE 'CUSTOMER-PHONE'    TO AH-FIELD-CHANGED
013700 2500-EXIT.
013800     EXIT.
013900
013902*    THE REGISTER IS KEYED CUSTOMER / MAIL TYPE / REFERENCE, SO
013904*    ALL THE CUSTOMER'S ROWS ARE READ FROM THE START OF ITS KEY.
013906 2600-CLEAR-UNDELIVERABLE.
013908     MOVE 'N' TO DLR038-UD-DONE-SW.
013910     MOVE CUSTOMER-ID OF CUSTOMER-DATA TO UD-CUSTOMER-ID.
013912     MOVE LOW-VALUES TO UD-MAIL-TYPE
013914                        UD-MAIL-REF.
013916     START UNDELIVERABLE-FILE KEY IS NOT LESS THAN UD-KEY
013918         INVALID KEY
013920             MOVE 'Y' TO DLR038-UD-DONE-SW
013922     END-START.
013924     PERFORM 2650-CLEAR-ONE-FLAG
013926         UNTIL DLR038-UD-DONE.
013928 2600-EXIT.
013930     EXIT.
013932
013934 2650-CLEAR-ONE-FLAG.
013936     READ UNDELIVERABLE-FILE NEXT RECORD
013938         AT END
013940             MOVE 'Y' TO DLR038-UD-DONE-SW
013942     END-READ.
013944     IF  NOT DLR038-UD-DONE
013946         IF  UD-CUSTOMER-ID NOT = CUSTOMER-ID OF CUSTOMER-DATA
013948             MOVE 'Y' TO DLR038-UD-DONE-SW
013950         ELSE
013952             IF  UD-UNDELIVERABLE
013954                 MOVE 'C' TO UD-STATUS
013956                 MOVE DLR038-TODAY-CCYYMMDD TO UD-CLEARED-DATE
013958                 REWRITE UNDELIVERABLE-DATA
013960                 ADD 1 TO DLR038-FLAGS-CLEARED
013962             END-IF
013964         END-IF
013966     END-IF.
013968 2650-EXIT.
013970     EXIT.
013972
014000 9000-TERMINATE.
014100     DISPLAY 'DLR038 UPDATES READ           = '
014200         DLR038-UPDATES-READ.
014400         DLR038-NOT-ON-MASTER.
014500     DISPLAY 'DLR038 HISTORY RECS WRITTEN   = '
014600         DLR038-HIST-RECS-WRITTEN.
014630     DISPLAY 'DLR038 UNDELIVERABLE CLEARED  = '
014660         DLR038-FLAGS-CLEARED.
014700     CLOSE FCUSDAT-FILE
014800           UPDATE-FILE
014860           HISTORY-FILE
014920           UNDELIVERABLE-FILE.
015000 9000-EXIT.
015100     EXIT.
