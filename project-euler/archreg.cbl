       IDENTIFICATION DIVISION.
      *****************************************************************
      *    Archive Register
      *
      *    Callable subprogram every month-end program calls once
      *    for each dated archive it writes, so the archives stop
      *    being files nobody tracks and nobody ever expires. Each
      *    call records the archive in the archive catalog
      *    (project-euler/euler.archives, layout in
      *    copybooks/EUARCCAT.cpy): its type, the month it holds,
      *    its file name, the count its TRAILER carries, the run ID
      *    of the run that made it, and the date. ArchCat lists the
      *    catalog, sets legal holds, and expires what the retention
      *    file allows. Kept as a separate callable module (never
      *    compiled with -x), the same way ReportVersion is.
      *
      *    LK-AR-TYPE is the archive type (LEDGER, CSV, INCIDENTS,
      *    EXCEPTIONS, RESPURGE, BACKUP or CLOSECERT), LK-AR-PERIOD
      *    the month it holds, LK-AR-NAME the name it was written
      *    under and LK-AR-COUNT its trailer count.
      *
      *    An archive written again under a name already on the
      *    catalog (a month-end step re-run after a fix) replaces
      *    that entry's details but keeps any legal hold on it. A
      *    catalog that cannot be read or rewritten is reported but
      *    never fails the caller, the way ReportVersion treats its
      *    catalog: the archive itself is what matters that night.
      *    The catalog resolves through PathName (see pathname.cbl).
      *****************************************************************
       PROGRAM-ID. ArchReg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS-CD.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(179).
       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS-CD PIC XX.
       01 WS-CATALOG-PATH PIC X(100)
          VALUE "project-euler/euler.archives".
       01 WS-PN-DEFAULT PIC X(80).
       01 EOF-FLAG PIC X.
       01 WS-CAT-COUNT PIC 9(3).
       01 WS-CAT-TBL.
           05 WS-CAT-LINE PIC X(179) OCCURS 500 TIMES.
       01 WS-CAT-IDX PIC 9(3).
       01 WS-CAT-FOUND PIC 9(3).
       01 WS-KEEP-HOLD PIC X(1).
       01 WS-KEEP-HOLD-USER PIC X(12).
       01 WS-KEEP-HOLD-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       COPY EUARCCAT.
       COPY EURUNID.
       LINKAGE SECTION.
       01 LK-AR-TYPE PIC X(10).
       01 LK-AR-PERIOD PIC 9(6).
       01 LK-AR-NAME PIC X(100).
       01 LK-AR-COUNT PIC 9(9).
       PROCEDURE DIVISION USING LK-AR-TYPE LK-AR-PERIOD LK-AR-NAME
           LK-AR-COUNT.
       A00-Begin.
           MOVE "project-euler/euler.archives" TO WS-PN-DEFAULT
           CALL "PathName" USING WS-PN-DEFAULT WS-CATALOG-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-RUN-ID = SPACES OR WS-RUN-ID = LOW-VALUES
             STRING WS-RUN-DATE "-" WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-ID
           END-IF
           PERFORM B00-LoadCatalog
           IF WS-CATALOG-STATUS-CD NOT = "00"
             AND WS-CATALOG-STATUS-CD NOT = "35"
             DISPLAY "WARNING: cannot read archive catalog "
               FUNCTION TRIM(WS-CATALOG-PATH) " (status "
               WS-CATALOG-STATUS-CD "); "
               FUNCTION TRIM(LK-AR-NAME) " not catalogued"
             GOBACK
           END-IF
           PERFORM B10-PlaceEntry
           IF WS-CAT-FOUND = 0
             DISPLAY "WARNING: archive catalog is full (500 "
               "entries); " FUNCTION TRIM(LK-AR-NAME)
               " not catalogued"
             GOBACK
           END-IF
           PERFORM B20-RewriteCatalog
           GOBACK.
      ***** End of Program execution
      ***** The catalog as it stands; a catalog not yet on disk
      ***** (status 35) is simply empty.
       B00-LoadCatalog.
           MOVE 0 TO WS-CAT-COUNT
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST AFTER UNTIL EOF-FLAG = 'Y'
             READ CATALOG-FILE
               AT END MOVE 'Y' TO EOF-FLAG
               NOT AT END
                 IF CATALOG-LINE NOT = SPACES AND WS-CAT-COUNT < 500
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CATALOG-LINE TO WS-CAT-LINE(WS-CAT-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "00" TO WS-CATALOG-STATUS-CD
           .
      ***** The entry for this archive name is replaced in place,
      ***** hold and all carried over; a new name is appended with
      ***** no hold. WS-CAT-FOUND is left at the slot used, zero
      ***** when there was none.
       B10-PlaceEntry.
           MOVE 0 TO WS-CAT-FOUND
           MOVE 'N' TO WS-KEEP-HOLD
           MOVE SPACES TO WS-KEEP-HOLD-USER
           MOVE 0 TO WS-KEEP-HOLD-DATE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-CAT-FOUND > 0
             MOVE WS-CAT-LINE(WS-CAT-IDX) TO ARCCAT-RECORD
             IF ARC-NAME = LK-AR-NAME
               MOVE WS-CAT-IDX TO WS-CAT-FOUND
               MOVE ARC-HOLD TO WS-KEEP-HOLD
               MOVE ARC-HOLD-USER TO WS-KEEP-HOLD-USER
               MOVE ARC-HOLD-DATE TO WS-KEEP-HOLD-DATE
             END-IF
           END-PERFORM
           IF WS-CAT-FOUND = 0
             IF WS-CAT-COUNT < 500
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND
             ELSE
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE SPACES TO ARCCAT-RECORD
           MOVE LK-AR-TYPE TO ARC-TYPE
           MOVE LK-AR-PERIOD TO ARC-PERIOD
           MOVE LK-AR-NAME TO ARC-NAME
           MOVE LK-AR-COUNT TO ARC-TRAILER
           MOVE WS-RUN-ID TO ARC-RUN-ID
           MOVE WS-RUN-DATE TO ARC-REGISTERED
           MOVE WS-KEEP-HOLD TO ARC-HOLD
           MOVE WS-KEEP-HOLD-USER TO ARC-HOLD-USER
           MOVE WS-KEEP-HOLD-DATE TO ARC-HOLD-DATE
           MOVE ARCCAT-RECORD TO WS-CAT-LINE(WS-CAT-FOUND)
           .
       B20-RewriteCatalog.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-STATUS-CD NOT = "00"
             DISPLAY "WARNING: cannot rewrite archive catalog "
               FUNCTION TRIM(WS-CATALOG-PATH) " (status "
               WS-CATALOG-STATUS-CD "); "
               FUNCTION TRIM(LK-AR-NAME) " not catalogued"
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
             UNTIL WS-CAT-IDX > WS-CAT-COUNT
             MOVE WS-CAT-LINE(WS-CAT-IDX) TO CATALOG-LINE
             WRITE CATALOG-LINE
           END-PERFORM
           CLOSE CATALOG-FILE
           DISPLAY "Archive catalogued: " FUNCTION TRIM(LK-AR-NAME)
             " (" FUNCTION TRIM(LK-AR-TYPE) " " LK-AR-PERIOD ", "
             LK-AR-COUNT " records)"
           .
      ***** Exit
       END PROGRAM ArchReg.
