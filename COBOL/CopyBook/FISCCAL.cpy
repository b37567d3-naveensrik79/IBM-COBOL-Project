      *> ONE FISCAL-CALENDAR ROW - A PERIOD, THE DATES IT COVERS AND
      *> WHETHER ACCOUNTING STILL TAKES POSTINGS IN IT.  KEYED BY
      *> PERIOD (YYYYPP), MAINTAINED ONLY THROUGH FISCMNT AND READ
      *> BY THE SHARED FISCPER ROUTINE THE POSTING PROGRAMS CALL.
      *>   'O' OPEN   - POSTINGS DATED IN THE PERIOD POST AS DATED
      *>   'C' CLOSED - POSTINGS DATED IN THE PERIOD ROLL INTO THE
      *>                FIRST OPEN PERIOD AFTER IT
      *> CHANGE DATE AND OPERATOR ARE THE LAST OPEN/CLOSE - THE FULL
      *> HISTORY IS ON FISCMNT'S AUDIT FILE.
       01 WS-FC-DETAIL.
           05 WS-FC-PERIOD        PIC X(06) VALUE SPACES.
           05 WS-FC-START-DATE    PIC 9(08) VALUE ZERO.
           05 WS-FC-END-DATE      PIC 9(08) VALUE ZERO.
           05 WS-FC-STATUS        PIC X(01) VALUE SPACES.
               88 FC-OPEN         VALUE 'O'.
               88 FC-CLOSED       VALUE 'C'.
           05 WS-FC-CHG-DATE      PIC 9(08) VALUE ZERO.
           05 WS-FC-CHG-OPER      PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(41) VALUE SPACES.
