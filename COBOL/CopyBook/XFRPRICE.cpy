      *> ONE TRANSFER PRICE FOR A PART, AS CONTROLLERSHIP KEEPS IT ON
      *> UT-C-XFRPRICE - THE ARM'S-LENGTH PRICE ONE ENTITY CHARGES
      *> THE OTHER WHEN THE PART CROSSES BETWEEN THEM.  A PART MAY
      *> CARRY SEVERAL ROWS; THE ONE WITH THE LATEST EFFECTIVE DATE
      *> ON OR BEFORE THE TRANSFER'S ORDER DATE APPLIES.  PRICES ARE
      *> USD PER UNIT.
       01 WS-XP-DETAIL.
           05 WS-XP-PART-NUMBER   PIC X(23) VALUE SPACES.
           05 WS-XP-EFF-DATE      PIC 9(08) VALUE ZERO.
           05 WS-XP-PRICE         PIC 9(07)V99 VALUE ZERO.
           05 FILLER              PIC X(40) VALUE SPACES.
