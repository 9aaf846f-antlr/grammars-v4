000100* CXB40149.CBL
000110*
000120*     PROGRAM:  CXB40149   ("Legal_Hold_Check")
000130*
000140*     PROGRAM DESCRIPTION:
000150*          Legal-hold service CALLed by every program that
000160*          purges or overwrites records kept by business date,
000170*          so nothing legal has asked to preserve is lost.  The
000180*          caller passes the business date of the records it is
000190*          about to remove; the service answers whether an
000200*          active hold on the LEGALHLD register covers that
000210*          date, and if so the matter it is held for:
000220*
000230*            - a hold covers the date when the date falls
000240*              between its from and thru dates inclusive, its
000250*              status is A, and its release date is zero or
000260*              still after the current business date;
000270*            - when more than one hold covers the date, the
000280*              first in key order is named;
000290*            - a missing LEGALHLD means no hold has ever been
000300*              placed, so the answer is not held;
000310*            - any other failure to read the register leaves
000320*              the answer unknown, and the caller keeps the
000330*              records, so the check fails closed.
000340*
000350*          The register is opened and closed on every call,
000360*          since a hold placed between two calls must count.
000370*
000380*     INPUTS:
000390*          LEGALHLD   - keyed legal-hold register (CXBHOLD
000400*                       layout) maintained by CXB40148.
000410*
000420*     OUTPUTS:
000430*          HC-MATTER-REF - the matter holding the date, spaces
000440*                          when none.
000450*          HC-RESULT     - 'H' held, 'N' not held, 'E' LEGALHLD
000460*                          unreadable.
000470*
000480*     CHANGE HISTORY:
000490*       15 OCT 2026   DPO   Initial release.
000500*
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. CXB40149.
000530 AUTHOR. DATA-PROCESSING-OPERATIONS.
000540 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000550 DATE-WRITTEN. 15 OCT 2026.
000560 DATE-COMPILED.
000570*
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS LH-HOLD-KEY
000650         FILE STATUS IS WS-HOLD-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  LEGAL-HOLD-FILE
000700     RECORDING MODE IS F.
000710 01  LEGAL-HOLD-RECORD.
000720     COPY CXBHOLD
000730         REPLACING LEADING ==CXB-LH== BY ==LH==.
000740*
000750 WORKING-STORAGE SECTION.
000760*
000770*    STANDALONE COUNTERS AND SWITCHES
000780*
000790 77  PROGRAM-NAME              PIC X(08)  VALUE 'CXB40149'.
000800*
000810 77  WS-HOLD-STATUS            PIC X(02)  VALUE SPACES.
000820     88  WS-HOLD-FILE-OK                     VALUE '00'.
000830     88  WS-HOLD-NOT-FOUND                   VALUE '35'.
000840     88  WS-HOLD-END-OF-FILE                 VALUE '10'.
000850     88  WS-HOLD-REC-MISSING                 VALUE '23'.
000860*
000870 77  WS-SCAN-SWITCH            PIC X(01)  VALUE 'N'.
000880     88  END-OF-SCAN                         VALUE 'Y'.
000890     88  NOT-END-OF-SCAN                     VALUE 'N'.
000900*
000910 77  WS-TODAY                  PIC 9(08)  VALUE ZERO.
000920*
000930*    WS-BDAT-RESULT RECORDS WHETHER THE CXB40117
000940*    BUSINESS-DATE SERVICE ANSWERED FROM THE BUSDATE
000950*    CONTROL FILE OR FELL BACK TO THE SYSTEM DATE.
000960*
000970 77  WS-BDAT-RESULT            PIC X(01)  VALUE SPACE.
000980*
000990 LINKAGE SECTION.
001000*
001010 01  HC-CHECK-DATE             PIC 9(08).
001020 01  HC-MATTER-REF             PIC X(12).
001030*
001040*    HC-RESULT TELLS THE CALLER WHAT TO DO WITH THE RECORDS:
001050*    'N' REMOVE THEM AS USUAL, 'H' KEEP THEM FOR THE MATTER IN
001060*    HC-MATTER-REF, 'E' KEEP THEM AND STOP.
001070*
001080 01  HC-RESULT                 PIC X(01).
001090     88  HC-DATE-HELD                        VALUE 'H'.
001100     88  HC-DATE-NOT-HELD                    VALUE 'N'.
001110     88  HC-CHECK-ERROR                      VALUE 'E'.
001120*
001130 PROCEDURE DIVISION USING HC-CHECK-DATE
001140                          HC-MATTER-REF
001150                          HC-RESULT.
001160*
001170*===============================================================
001180*    0000-MAINLINE
001190*===============================================================
001200 0000-MAINLINE.
001210*
001220     MOVE SPACES TO HC-MATTER-REF.
001230     SET HC-DATE-NOT-HELD TO TRUE.
001240*
001250     CALL 'CXB40117' USING WS-TODAY
001260                            WS-BDAT-RESULT.
001270*
001280     OPEN INPUT LEGAL-HOLD-FILE.
001290     IF WS-HOLD-NOT-FOUND
001300         GO TO 0000-RETURN
001310     END-IF.
001320     IF NOT WS-HOLD-FILE-OK
001330         DISPLAY 'CXB40149 LEGALHLD NOT AVAILABLE, STATUS='
001340             WS-HOLD-STATUS
001350         SET HC-CHECK-ERROR TO TRUE
001360         GO TO 0000-RETURN
001370     END-IF.
001380*
001390     PERFORM 1000-SCAN-HOLDS THRU 1000-EXIT.
001400*
001410     CLOSE LEGAL-HOLD-FILE.
001420*
001430 0000-RETURN.
001440     EXIT PROGRAM.
001450*
001460*===============================================================
001470*    1000-SCAN-HOLDS
001480*===============================================================
001490 1000-SCAN-HOLDS.
001500*
001510*    THE REGISTER IS IN FROM-DATE ORDER, SO THE SCAN STOPS AT
001520*    THE FIRST HOLD STARTING AFTER THE DATE ASKED ABOUT.  AN
001530*    EMPTY REGISTER ANSWERS NOT HELD.
001540*
001550     MOVE LOW-VALUES TO LH-HOLD-KEY.
001560     START LEGAL-HOLD-FILE
001570         KEY IS NOT LESS THAN LH-HOLD-KEY.
001580     IF WS-HOLD-REC-MISSING OR WS-HOLD-END-OF-FILE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     IF NOT WS-HOLD-FILE-OK
001620         DISPLAY 'CXB40149 LEGALHLD START FAILED, STATUS='
001630             WS-HOLD-STATUS
001640         SET HC-CHECK-ERROR TO TRUE
001650         GO TO 1000-EXIT
001660     END-IF.
001670*
001680     SET NOT-END-OF-SCAN TO TRUE.
001690     PERFORM 1100-CHECK-ONE-HOLD THRU 1100-EXIT
001700         UNTIL END-OF-SCAN.
001710*
001720 1000-EXIT.
001730     EXIT.
001740*
001750*===============================================================
001760*    1100-CHECK-ONE-HOLD
001770*===============================================================
001780 1100-CHECK-ONE-HOLD.
001790*
001800     READ LEGAL-HOLD-FILE NEXT RECORD
001810         AT END
001820             SET END-OF-SCAN TO TRUE
001830             GO TO 1100-EXIT
001840     END-READ.
001850     IF NOT WS-HOLD-FILE-OK
001860         DISPLAY 'CXB40149 LEGALHLD READ FAILED, STATUS='
001870             WS-HOLD-STATUS
001880         SET HC-CHECK-ERROR TO TRUE
001890         SET END-OF-SCAN TO TRUE
001900         GO TO 1100-EXIT
001910     END-IF.
001920*
001930     IF LH-FROM-DATE > HC-CHECK-DATE
001940         SET END-OF-SCAN TO TRUE
001950         GO TO 1100-EXIT
001960     END-IF.
001970     IF LH-THRU-DATE < HC-CHECK-DATE
001980         OR NOT LH-ACTIVE
001990         GO TO 1100-EXIT
002000     END-IF.
002010     IF LH-RELEASE-DATE NOT = ZERO
002020         AND LH-RELEASE-DATE NOT > WS-TODAY
002030         GO TO 1100-EXIT
002040     END-IF.
002050*
002060     MOVE LH-MATTER-REF TO HC-MATTER-REF.
002070     SET HC-DATE-HELD TO TRUE.
002080     SET END-OF-SCAN TO TRUE.
002090*
002100 1100-EXIT.
002110     EXIT.
