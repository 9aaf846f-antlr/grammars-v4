000490*          RA-RESULT-FLAG - '0' rate applied, 'N' no rate on
000500*                           file for the location and date, 'E'
000510*                           RATETBL unavailable.
000520*          RA-OUT-RATE    - the rate that was applied.
000530*
000540*          RA-IN-RATE-DATE names the date whose rate is wanted;
000550*          zero means the business date, so a nightly driver
000560*          rating today's work passes zero and a claim driver
000570*          rating each day of a trip passes the travel day.
000580*
000590*     CHANGE HISTORY:
000600*       02 SEP 2026   DPO   Initial release.
000610*       15 OCT 2026   DPO   Added RA-IN-RATE-DATE and
000620*                           RA-OUT-RATE to the linkage so the
000630*                           CXB40132 travel-claim driver can
000640*                           rate each travel day at the rate in
000650*                           effect that day and print the rate
000660*                           it was given.  A zero rate date
000670*                           still means the business date.
000680*
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. CXB40121.
000710 AUTHOR. DATA-PROCESSING-OPERATIONS.
000720 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000730 DATE-WRITTEN. 02 SEP 2026.
000740 DATE-COMPILED.
000750*
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS RT-RATE-KEY
000830         FILE STATUS IS WS-RATE-STATUS.
000840*
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  RATE-TABLE-FILE
000880     RECORDING MODE IS F.
000890 01  RATE-TABLE-RECORD.
000900     05  RT-RATE-KEY.
000910         10  RT-LOCATION       PIC X(04).
000920         10  RT-EFFECTIVE-DATE PIC 9(08).
000930     05  RT-RATE               PIC S9(3)V9(4) USAGE IS COMP-3.
000940     05  RT-UPD-DATE           PIC 9(08).
000950     05  RT-UPD-TIME           PIC 9(08).
000960     05  RT-UPD-USER           PIC X(08).
000970*
000980 WORKING-STORAGE SECTION.
000990*
001000*    STANDALONE COUNTERS AND SWITCHES
001010*
001020 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40121'.
001030*
001040 77  WS-RATE-STATUS            PIC X(02)  VALUE SPACES.
001050     88  WS-RATE-FILE-OK                     VALUE '00'.
001060     88  WS-RATE-AT-END                      VALUE '10'.
001070*
001080*    RATETBL IS OPENED ON THE FIRST CALL AND HELD OPEN FOR
001090*    THE REST OF THE RUN; WORKING STORAGE PERSISTS ACROSS
001100*    CALLS.
001110*
001120 77  WS-OPEN-SWITCH            PIC X(01)  VALUE 'N'.
001130     88  TABLE-IS-OPEN                       VALUE 'Y'.
001140     88  TABLE-NOT-OPEN                      VALUE 'N'.
001150 77  WS-OPEN-TRIED-SWITCH      PIC X(01)  VALUE 'N'.
001160     88  OPEN-WAS-TRIED                      VALUE 'Y'.
001170     88  OPEN-NOT-TRIED                      VALUE 'N'.
001180*
001190 77  WS-SCAN-SWITCH            PIC X(01)  VALUE 'N'.
001200     88  END-OF-LOCATION                     VALUE 'Y'.
001210     88  NOT-END-OF-LOCATION                 VALUE 'N'.
001220 77  WS-RATE-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
001230     88  RATE-FOUND                          VALUE 'Y'.
001240     88  RATE-NOT-FOUND                      VALUE 'N'.
001250*
001260 77  WS-BUSINESS-DATE          PIC 9(08)  VALUE ZERO.
001270 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
001280 77  WS-BEST-RATE              PIC S9(3)V9(4) COMP-3 VALUE ZERO.
001290 77  WS-RATE-DATE              PIC 9(08)  VALUE ZERO.
001300*
001310 LINKAGE SECTION.
001320*
001330 01  RA-IN-LOCATION            PIC X(04).
001340*
001350*    THE AMOUNT FIELDS CARRY THE SAME SIGNED PACKED-DECIMAL
001360*    SHAPE AS CXB40094'S LINKAGE, SO A CALLER CAN SWAP THE
001370*    DOUBLING SERVICE FOR THIS ONE WITHOUT RESHAPING ITS
001380*    PARAMETER LIST.
001390*
001400 01  RA-IN-AMOUNT              PIC S9(7)V99 USAGE IS COMP-3.
001410 01  RA-OUT-AMOUNT             PIC S9(7)V99 USAGE IS COMP-3.
001420*
001430 01  RA-OUT-OVERFLOW           PIC X(01).
001440     88  RATE-OVERFLOW                       VALUE 'Y'.
001450     88  NO-RATE-OVERFLOW                    VALUE 'N'.
001460*
001470*    RA-RESULT-FLAG TELLS THE CALLER WHAT HAPPENED: '0' THE
001480*    RATE WAS APPLIED, 'N' NO RATE IS ON FILE FOR THIS
001490*    LOCATION ON THE BUSINESS DATE (OUT IS LEFT AT ZERO), 'E'
001500*    RATETBL COULD NOT BE OPENED.
001510*
001520 01  RA-RESULT-FLAG            PIC X(01).
001530     88  RA-RATE-APPLIED                     VALUE '0'.
001540     88  RA-NO-RATE-ON-FILE                  VALUE 'N'.
001550     88  RA-TABLE-ERROR                      VALUE 'E'.
001560*
001570*    RA-IN-RATE-DATE IS THE DATE WHOSE RATE IS WANTED (ZERO
001580*    FOR THE BUSINESS DATE); RA-OUT-RATE RETURNS THE RATE
001590*    THAT WAS APPLIED, ZERO WHEN NONE WAS.
001600*
001610 01  RA-IN-RATE-DATE           PIC 9(08).
001620 01  RA-OUT-RATE               PIC S9(3)V9(4) USAGE IS COMP-3.
001630*
001640 PROCEDURE DIVISION USING RA-IN-LOCATION
001650                          RA-IN-AMOUNT
001660                          RA-OUT-AMOUNT
001670                          RA-OUT-OVERFLOW
001680                          RA-RESULT-FLAG
001690                          RA-IN-RATE-DATE
001700                          RA-OUT-RATE.
001710*
001720*===============================================================
001730*    0000-MAINLINE
001740*===============================================================
001750 0000-MAINLINE.
001760*
001770     SET NO-RATE-OVERFLOW TO TRUE.
001780     MOVE ZERO TO RA-OUT-AMOUNT.
001790     MOVE ZERO TO RA-OUT-RATE.
001800*
001810     IF OPEN-NOT-TRIED
001820         PERFORM 1000-FIRST-CALL THRU 1000-EXIT
001830     END-IF.
001840*
001850     IF TABLE-NOT-OPEN
001860         SET RA-TABLE-ERROR TO TRUE
001870         GO TO 0000-RETURN
001880     END-IF.
001890*
001900     IF RA-IN-RATE-DATE NUMERIC
001910         AND RA-IN-RATE-DATE > ZERO
001920         MOVE RA-IN-RATE-DATE TO WS-RATE-DATE
001930     ELSE
001940         MOVE WS-BUSINESS-DATE TO WS-RATE-DATE
001950     END-IF.
001960*
001970     PERFORM 2000-FIND-EFFECTIVE-RATE THRU 2000-EXIT.
001980*
001990     IF RATE-NOT-FOUND
002000         SET RA-NO-RATE-ON-FILE TO TRUE
002010         GO TO 0000-RETURN
002020     END-IF.
002030*
002040     COMPUTE RA-OUT-AMOUNT ROUNDED =
002050         RA-IN-AMOUNT * WS-BEST-RATE
002060         ON SIZE ERROR
002070             SET RATE-OVERFLOW TO TRUE
002080             MOVE ZERO TO RA-OUT-AMOUNT
002090     END-COMPUTE.
002100     MOVE WS-BEST-RATE TO RA-OUT-RATE.
002110     SET RA-RATE-APPLIED TO TRUE.
002120*
002130 0000-RETURN.
002140     EXIT PROGRAM.
002150*
002160*===============================================================
002170*    1000-FIRST-CALL
002180*===============================================================
002190 1000-FIRST-CALL.
002200*
002210     SET OPEN-WAS-TRIED TO TRUE.
002220*
002230     CALL 'CXB40117' USING WS-BUSINESS-DATE
002240                            WS-BDAT-RESULT.
002250*
002260     OPEN INPUT RATE-TABLE-FILE.
002270     IF WS-RATE-FILE-OK
002280         SET TABLE-IS-OPEN TO TRUE
002290     ELSE
002300         DISPLAY 'CXB40121 RATETBL OPEN FAILED, STATUS='
002310             WS-RATE-STATUS
002320     END-IF.
002330*
002340 1000-EXIT.
002350     EXIT.
002360*
002370*===============================================================
002380*    2000-FIND-EFFECTIVE-RATE
002390*===============================================================
002400 2000-FIND-EFFECTIVE-RATE.
002410*
002420*    THE EFFECTIVE RATE IS THE LOCATION'S ENTRY WITH THE
002430*    LATEST EFFECTIVE DATE NOT AFTER THE RATE DATE.  THE
002440*    KEY ORDERS EACH LOCATION'S ENTRIES BY EFFECTIVE DATE, SO
002450*    THE SCAN STARTS AT THE LOCATION'S FIRST ENTRY AND KEEPS
002460*    THE LAST QUALIFYING RATE IT PASSES.
002470*
002480     SET RATE-NOT-FOUND TO TRUE.
002490     SET NOT-END-OF-LOCATION TO TRUE.
002500     MOVE ZERO TO WS-BEST-RATE.
002510*
002520     MOVE RA-IN-LOCATION TO RT-LOCATION.
002530     MOVE ZERO TO RT-EFFECTIVE-DATE.
002540     START RATE-TABLE-FILE
002550         KEY IS NOT LESS THAN RT-RATE-KEY.
002560     IF NOT WS-RATE-FILE-OK
002570         GO TO 2000-EXIT
002580     END-IF.
002590*
002600     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
002610         UNTIL END-OF-LOCATION.
002620*
002630 2000-EXIT.
002640     EXIT.
002650*
002660*===============================================================
002670*    2100-SCAN-ONE-ENTRY
002680*===============================================================
002690 2100-SCAN-ONE-ENTRY.
002700*
002710     READ RATE-TABLE-FILE NEXT RECORD
002720         AT END
002730             SET END-OF-LOCATION TO TRUE
002740             GO TO 2100-EXIT
002750     END-READ.
002760*
002770     IF RT-LOCATION NOT = RA-IN-LOCATION
002780         OR RT-EFFECTIVE-DATE > WS-RATE-DATE
002790         SET END-OF-LOCATION TO TRUE
002800         GO TO 2100-EXIT
002810     END-IF.
002820*
002830     MOVE RT-RATE TO WS-BEST-RATE.
002840     SET RATE-FOUND TO TRUE.
002850*
002860 2100-EXIT.
002870     EXIT.
