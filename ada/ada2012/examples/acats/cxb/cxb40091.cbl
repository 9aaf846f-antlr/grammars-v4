      *                         survives the job log being purged and
      *                         the CXB40128 morning report can grade
      *                         it by severity.
      *    15 Oct 2026   DPO    WRITE-SUSPENSE-RECORD now stamps the
      *                         record's trace key (branch, business
      *                         date, and sequence number) into
      *                         SU-TRACE-KEY from the EXTERNAL
      *                         CXB-TRACE-HANDOFF item a driver loads
      *                         before each call, so a released record
      *                         can be traced and returned to its own
      *                         branch.  The linkage is unchanged.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXB40091.
                         ==CXB-SU-IN-LENGTH==   BY ==SU-IN-LENGTH==
                         ==CXB-SU-REJECT-DATE== BY ==SU-REJECT-DATE==
                         ==CXB-SU-SOURCE-PROGRAM==
                             BY ==SU-SOURCE-PROGRAM==
                         ==CXB-SU-TRACE-KEY==   BY ==SU-TRACE-KEY==.

       WORKING-STORAGE SECTION.

       01  EVENT-TEXT            PIC X(40).
       01  EVENT-RESULT          PIC X(1).

      * CXB-TRACE-HANDOFF carries the trace key of the record being
      * copied from a driver that holds one (CXB40093) without
      * widening the linkage the Ada callers use.  A standalone call
      * finds it blank or never loaded, and the suspended record is
      * written with a blank trace key.

       01  CXB-TRACE-HANDOFF     PIC X(19)  IS EXTERNAL.

       LINKAGE SECTION.

      * All passed variables are listed in the Linkage Section. The
           CALL 'CXB40117' USING SU-REJECT-DATE
                                 BUSDATE-RESULT.
           MOVE PROGRAM-NAME TO SU-SOURCE-PROGRAM.
           IF CXB-TRACE-HANDOFF = LOW-VALUES
               MOVE SPACES TO SU-TRACE-KEY
           ELSE
               MOVE CXB-TRACE-HANDOFF TO SU-TRACE-KEY
           END-IF.

      * A STATUS OF '41' MEANS A HIGH-VOLUME DRIVER RUN ALREADY
      * HOLDS THE EXTERNAL CONNECTOR OPEN; THE RECORD IS WRITTEN
