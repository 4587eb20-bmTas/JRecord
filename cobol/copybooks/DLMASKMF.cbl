000100*
000200*   DLMASKMF - TEST-DATA PSEUDONYM MAP MASTER RECORD
000300*   ONE ROW PER REAL IDENTIFIER DLR232 HAS EVER MASKED, KEYED
000400*   BY ITS DOMAIN (CARD NUMBER, CUSTOMER ID, ACCOUNT NUMBER,
000500*   NAME AND SO ON) AND THE REAL VALUE, CARRYING THE PSEUDONYM
000600*   THAT STANDS IN FOR IT IN EVERY MASKED TEST COPY. BECAUSE
000700*   THE PSEUDONYM IS LOOKED UP HERE AND NEVER RECOMPUTED, ONE
000800*   REAL VALUE ALWAYS GETS THE SAME PSEUDONYM IN EVERY FILE
000900*   AND EVERY RUN, SO CROSS-FILE JOINS STILL WORK IN TEST.
001000*   THE ROW FOR A DOMAIN WITH A REAL VALUE OF SPACES IS THE
001100*   DOMAIN'S CONTROL ROW, HOLDING THE LAST SEQUENCE NUMBER
001200*   ISSUED. THIS FILE PAIRS REAL VALUES WITH THEIR PSEUDONYMS
001300*   AND IS ITSELF PRODUCTION DATA - IT IS NEVER COPIED OUT.
001400*
001500     03  DLMASKMF-KEY.
001600         05  DLMASKMF-DOMAIN        PIC X(01).
001700             88  DLMASKMF-CARD-NO            VALUE 'C'.
001800             88  DLMASKMF-CUSTOMER-ID        VALUE 'U'.
001900             88  DLMASKMF-INV-CUSTOMER       VALUE 'I'.
002000             88  DLMASKMF-ACCOUNT-NO         VALUE 'A'.
002100             88  DLMASKMF-DEPOSIT-NO         VALUE 'D'.
002200             88  DLMASKMF-NAME               VALUE 'N'.
002300             88  DLMASKMF-ADDRESS            VALUE 'S'.
002400             88  DLMASKMF-PHONE              VALUE 'P'.
002500         05  DLMASKMF-REAL-VALUE    PIC X(20).
002600     03  DLMASKMF-PSEUDONYM         PIC X(20).
002700     03  DLMASKMF-SEQ-NO            PIC 9(14).
002800     03  DLMASKMF-FIRST-DATE        PIC 9(08).
002900     03  DLMASKMF-LAST-DATE         PIC 9(08).
003000     03  FILLER                     PIC X(09).
