002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002310*  02 | 15/10/26 | GENERATION RECORDS NOW TAKE  | R. GEALL       *
002320*     |          | THEIR LENGTHS FROM THE       |                *
002330*     |          | MASTER COPYBOOKS             |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
004900 01  CONTROL-CARD-REC.
005000     05  GEN-FILE-ID             PIC X(08).
005100     05  FILLER                  PIC X(72).
005200*    THE GENERATIONS ARE ONLY COUNTED, BUT EACH RECORD TAKES
005300*    ITS LAYOUT FROM THE MASTER'S OWN COPYBOOK SO THE RECORD
005310*    LENGTH FOLLOWS ANY CHANGE TO THE MASTER. NO FIELD IS
005320*    REFERENCED, SO THE REPEATED NAMES NEED NO QUALIFYING.
005400 FD  RCVH-PRIOR
005410     RECORDING MODE IS F
005420     LABEL RECORDS ARE STANDARD.
005430 01  RCVH-PRIOR-REC.
005435     COPY DLRCVHST.
005440 FD  RCVH-STAGED
005450     RECORDING MODE IS F
005460     LABEL RECORDS ARE STANDARD.
005470 01  RCVH-STAGED-REC.
005475     COPY DLRCVHST.
005480 FD  POLF-PRIOR
005490     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005510 01  POLF-PRIOR-REC.
005515     COPY DLPOLIFE.
005520 FD  POLF-STAGED
005530     RECORDING MODE IS F
005540     LABEL RECORDS ARE STANDARD.
005550 01  POLF-STAGED-REC.
005555     COPY DLPOLIFE.
005560 FD  TIER-PRIOR
005570     RECORDING MODE IS F
005580     LABEL RECORDS ARE STANDARD.
005590 01  TIER-PRIOR-REC.
005595     COPY DLTIERM.
005600 FD  TIER-STAGED
005610     RECORDING MODE IS F
005620     LABEL RECORDS ARE STANDARD.
005630 01  TIER-STAGED-REC.
005635     COPY DLTIERM.
006200 FD  CATALOG-IN
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
