000240*
000250*     INPUTS:
000260*          PDIN       - sequential file of signed packed-decimal
000270*                       S9(7)V99 amount records, each with the
000280*                       location it was rated for.
000290*
000300*     OUTPUTS:
000310*          PDOUT      - sequential file of OUT-AMOUNT /
000320*                       OUT-DOUBLE-AMOUNT result records, with
000330*                       the overflow flag so a consumer can tell
000340*                       a wrapped double from a genuine one,
000350*                       and the location carried through for
000360*                       the CXB40124 account mapping.
000370*          PDLOG      - sequential log, one record per call,
000380*                       used by the CXB40106 reconciliation
000390*                       program.
000400*
000410*     CHANGE HISTORY:
000420*       23 AUG 2026   DPO   Initial release.
000430*       15 OCT 2026   DPO   PDIN and PDOUT now carry the rated
000440*                           location after the amounts, so the
000450*                           CXB40124 ledger extract can map
000460*                           each per-diem result to its
000470*                           location's GL account.
000480*
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CXB40105.
000510 AUTHOR. DATA-PROCESSING-OPERATIONS.
000520 INSTALLATION. ACATS-BRIDGE-SUBSYSTEM.
000530 DATE-WRITTEN. 23 AUG 2026.
000540 DATE-COMPILED.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PD-IN-FILE ASSIGN TO "PDIN"
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT PD-OUT-FILE ASSIGN TO "PDOUT"
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT PD-LOG-FILE ASSIGN TO "PDLOG"
000640         ORGANIZATION IS SEQUENTIAL.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PD-IN-FILE
000690     RECORDING MODE IS F.
000700 01  PD-IN-RECORD.
000710     05  PI-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
000720     05  PI-LOCATION           PIC X(04).
000730*
000740 FD  PD-OUT-FILE
000750     RECORDING MODE IS F.
000760 01  PD-OUT-RECORD.
000770     05  PO-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
000780     05  PO-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
000790     05  PO-OUT-OVERFLOW       PIC X(01).
000800     05  PO-LOCATION           PIC X(04).
000810*
000820 FD  PD-LOG-FILE
000830     RECORDING MODE IS F.
000840 01  PD-LOG-RECORD.
000850     05  PL-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
000860     05  PL-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
000870     05  PL-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
000880     05  PL-OUT-OVERFLOW       PIC X(01).
000890*
000900 WORKING-STORAGE SECTION.
000910*
000920*    STANDALONE COUNTERS AND SWITCHES
000930*
000940 77  WS-RECORD-COUNT           PIC 9(09)  COMP VALUE ZERO.
000950 77  WS-OVERFLOW-COUNT         PIC 9(09)  COMP VALUE ZERO.
000960 77  WS-EOF-SWITCH             PIC X(01)  VALUE 'N'.
000970     88  END-OF-INPUT                        VALUE 'Y'.
000980     88  NOT-END-OF-INPUT                     VALUE 'N'.
000990*
001000*    WORKING COPIES OF THE CXB40094 LINKAGE PARAMETERS
001010*
001020 01  WS-PER-DIEM-PARMS.
001030     05  WS-IN-AMOUNT          PIC S9(7)V99 USAGE IS COMP-3.
001040     05  WS-OUT-AMOUNT         PIC S9(7)V99 USAGE IS COMP-3.
001050     05  WS-OUT-DOUBLE-AMOUNT  PIC S9(7)V99 USAGE IS COMP-3.
001060     05  WS-OUT-OVERFLOW       PIC X(01).
001070         88  WS-DOUBLE-OVERFLOW             VALUE 'Y'.
001080         88  WS-NO-DOUBLE-OVERFLOW          VALUE 'N'.
001090*
001100 PROCEDURE DIVISION.
001110*
001120*===============================================================
001130*    0000-MAINLINE
001140*===============================================================
001150 0000-MAINLINE.
001160*
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180*
001190     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001200         UNTIL END-OF-INPUT.
001210*
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001230*
001240     STOP RUN.
001250*
001260*===============================================================
001270*    1000-INITIALIZE
001280*===============================================================
001290 1000-INITIALIZE.
001300*
001310     OPEN INPUT PD-IN-FILE.
001320     OPEN OUTPUT PD-OUT-FILE.
001330     OPEN OUTPUT PD-LOG-FILE.
001340*
001350     READ PD-IN-FILE
001360         AT END
001370             SET END-OF-INPUT TO TRUE
001380     END-READ.
001390*
001400 1000-EXIT.
001410     EXIT.
001420*
001430*===============================================================
001440*    2000-PROCESS-RECORD
001450*===============================================================
001460 2000-PROCESS-RECORD.
001470*
001480     MOVE PI-IN-AMOUNT TO WS-IN-AMOUNT.
001490*
001500     CALL 'CXB40094' USING WS-IN-AMOUNT
001510                            WS-OUT-AMOUNT
001520                            WS-OUT-DOUBLE-AMOUNT
001530                            WS-OUT-OVERFLOW.
001540*
001550     IF WS-DOUBLE-OVERFLOW
001560         ADD 1 TO WS-OVERFLOW-COUNT
001570     END-IF.
001580*
001590     MOVE WS-OUT-AMOUNT        TO PO-OUT-AMOUNT.
001600     MOVE WS-OUT-DOUBLE-AMOUNT TO PO-OUT-DOUBLE-AMOUNT.
001610     MOVE WS-OUT-OVERFLOW      TO PO-OUT-OVERFLOW.
001620     MOVE PI-LOCATION          TO PO-LOCATION.
001630     WRITE PD-OUT-RECORD.
001640*
001650     MOVE WS-IN-AMOUNT         TO PL-IN-AMOUNT.
001660     MOVE WS-OUT-AMOUNT        TO PL-OUT-AMOUNT.
001670     MOVE WS-OUT-DOUBLE-AMOUNT TO PL-OUT-DOUBLE-AMOUNT.
001680     MOVE WS-OUT-OVERFLOW      TO PL-OUT-OVERFLOW.
001690     WRITE PD-LOG-RECORD.
001700*
001710     ADD 1 TO WS-RECORD-COUNT.
001720*
001730     READ PD-IN-FILE
001740         AT END
001750             SET END-OF-INPUT TO TRUE
001760     END-READ.
001770*
001780 2000-EXIT.
001790     EXIT.
001800*
001810*===============================================================
001820*    9000-TERMINATE
001830*===============================================================
001840 9000-TERMINATE.
001850*
001860     CLOSE PD-IN-FILE.
001870     CLOSE PD-OUT-FILE.
001880     CLOSE PD-LOG-FILE.
001890*
001900     DISPLAY "CXB40105 RECORDS PROCESSED: " WS-RECORD-COUNT.
001910     DISPLAY "CXB40105 OVERFLOWS FLAGGED:  " WS-OVERFLOW-COUNT.
001920*
001930 9000-EXIT.
001940     EXIT.
