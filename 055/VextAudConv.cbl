       IDENTIFICATION DIVISION.
           PROGRAM-ID. VextAudConv.
      *> One-time conversion for the operator field added to the
      *> vendor extract log, vextaudit.dat, so a full-SSN extract
      *> can be tied to whoever authorized it the way MAINTAUD.DAT
      *> and lookupaudit.dat lines are tied to an operator. Lines
      *> written before the field existed are eight bytes short of
      *> the new layout, so the file is rebuilt once, not patched in
      *> place - the same way 033/HireDateConv.cbl rebuilt the other
      *> two trails. Old lines carry a blank operator, which is the
      *> truth of the matter.
      *>
      *> Run book:
      *>   1. install the new VendorExtract, but do not run it yet
      *>   2. run this program once
      *> No vextaudit.dat at all means there is nothing to convert.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ExtLogOldFile ASSIGN TO "vextaudit.dat"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ExtLogOldFileStatus.
               SELECT ExtLogNewFile ASSIGN TO "vextaud.cnv"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS ExtLogNewFileStatus.

       DATA DIVISION.
           FILE SECTION.
           FD ExtLogOldFile.
      *> vextaudit.dat as it was before the operator column.
           01  OldExtLogRecord.
               02 OXL-TIMESTAMP   PIC 9(14).
               02 OXL-SSN-MODE    PIC X(6).
               02 OXL-ROW-COUNT   PIC 9(6).

           FD ExtLogNewFile.
      *> The new layout - see 020/VendorExtract.cbl.
           01  NewExtLogRecord.
               02 NXL-TIMESTAMP   PIC 9(14).
               02 NXL-SSN-MODE    PIC X(6).
               02 NXL-ROW-COUNT   PIC 9(6).
               02 NXL-OPERATOR    PIC X(8).

           WORKING-STORAGE SECTION.
           01  ExtLogOldFileStatus PIC X(2).
               88 ExtLogOldNotFound VALUE '35'.
           01  ExtLogNewFileStatus PIC X(2).
               88 ExtLogNewOK    VALUE '00'.

           01  SideEOF-Flag      PIC X VALUE 'N'.
               88 SideEOF        VALUE 'Y'.
           01  WS-ExtConvCount   PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
           OPEN INPUT ExtLogOldFile
           IF ExtLogOldNotFound
               CLOSE ExtLogOldFile
               DISPLAY "NO vextaudit.dat - NOTHING TO CONVERT"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ExtLogNewFile
           IF NOT ExtLogNewOK
               DISPLAY "ERROR : cannot create vextaud.cnv - status "
                   ExtLogNewFileStatus
               CLOSE ExtLogOldFile
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL SideEOF
               READ ExtLogOldFile
                   AT END SET SideEOF TO TRUE
                   NOT AT END PERFORM ConvertExtLogLine
               END-READ
           END-PERFORM
           CLOSE ExtLogOldFile
           CLOSE ExtLogNewFile
           CALL "CBL_DELETE_FILE" USING "vextaudit.dat"
           CALL "CBL_RENAME_FILE" USING "vextaud.cnv",
               "vextaudit.dat"
           MOVE 0 TO RETURN-CODE

           DISPLAY "EXTRACT LOG CONVERSION COMPLETE"
           DISPLAY "  EXTRACT LOG LINES: " WS-ExtConvCount
           GOBACK.

      *> ConvertExtLogLine - the old line as it was, operator blank.
       ConvertExtLogLine.
           MOVE OXL-TIMESTAMP TO NXL-TIMESTAMP
           MOVE OXL-SSN-MODE  TO NXL-SSN-MODE
           MOVE OXL-ROW-COUNT TO NXL-ROW-COUNT
           MOVE SPACES        TO NXL-OPERATOR
           WRITE NewExtLogRecord
           ADD 1 TO WS-ExtConvCount.
