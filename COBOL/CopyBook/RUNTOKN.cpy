      *> ONE TOKEN ON THE RUNCTL CONTROL DATASET.  WS-TKD-DATE IS
      *> THE CALLER'S BUSINESS DATE; WS-TKD-CLOCK-DATE AND
      *> WS-TKD-TIME ARE THE WALL CLOCK WHEN RUNCTL WROTE THE TOKEN,
      *> SO A STEP THAT RUNS ACROSS MIDNIGHT STILL TIMES RIGHT.  AN
      *> 'END' TOKEN ALSO CARRIES THE RECORDS THE STEP PROCESSED AND
      *> THE RETURN CODE IT FINISHED WITH.  TOKENS WRITTEN BEFORE THE
      *> CLOCK DATE JOINED HAVE SPACES THERE - TEST NUMERIC FIRST.
       01 WS-TK-DETAIL.
           05 WS-TKD-DATE         PIC 9(08) VALUE ZERO.
           05 WS-TKD-PROG         PIC X(08) VALUE SPACES.
           05 WS-TKD-TOKEN        PIC X(03) VALUE SPACES.
           05 WS-TKD-TIME         PIC X(06) VALUE SPACES.
           05 WS-TKD-TIME-N REDEFINES WS-TKD-TIME.
               10 WS-TKD-HH       PIC 9(02).
               10 WS-TKD-MM       PIC 9(02).
               10 WS-TKD-SS       PIC 9(02).
           05 WS-TKD-CLOCK-DATE   PIC X(08) VALUE SPACES.
           05 WS-TKD-CLOCK-DATE-N REDEFINES WS-TKD-CLOCK-DATE
                                  PIC 9(08).
           05 WS-TKD-RECS         PIC X(08) VALUE SPACES.
           05 WS-TKD-RECS-N REDEFINES WS-TKD-RECS PIC 9(08).
           05 WS-TKD-COND         PIC X(02) VALUE SPACES.
           05 WS-TKD-COND-N REDEFINES WS-TKD-COND PIC 9(02).
           05 FILLER              PIC X(37) VALUE SPACES.
