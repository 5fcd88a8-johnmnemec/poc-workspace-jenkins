       DATA DIVISION.
       FILE SECTION.
       FD  JSON-FILE
           RECORD CONTAINS 2048 CHARACTERS.
       01  JSON-LINE                PIC X(2048).
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      * Same layout DATBATCH writes in write_audit_log.
      * Values lifted out of the DATBJSON feed. The JSON is our own
      * fixed STRING layout, so each value sits in a token of known
      * edited width right after its label.
       01 WK-JSON-REC      PIC X(2048) VALUE SPACES.
       01 WK-JSON-FOUND-SW PIC X(1) VALUE 'N'.
          88  WK-JSON-FOUND         VALUE 'Y'.
       01 WK-J-RUN-DATE    PIC 9(8) VALUE 0.
       01 WK-J-NUM1        PIC 9(3) VALUE 0.
       01 WK-J-NUM2        PIC S9(3) VALUE 0.
       01 WK-J-TRANS       PIC 9(5) VALUE 0.
       01 WK-JUNK          PIC X(2048) VALUE SPACES.
       01 WK-REST          PIC X(2048) VALUE SPACES.
       01 WK-TOKEN-AREA.
          05  WK-TOKEN             PIC X(16).
       01 WK-TOKEN-R1 REDEFINES WK-TOKEN-AREA.
