		   05  FILLER                      PIC X(100)
               VALUE 'ERR39: GUEST NUMBER NOT ON GUEST MASTER OR
      -        ' NAME DOES NOT MATCH'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR40: CARD VAULT UNAVAILABLE - CARD NOT STORED,
      -        ' REKEY WHEN VAULT IS RESTORED'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR41: PROMOTION CODE NOT ON FILE OR NO LONGER
      -        ' ACTIVE'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR42: PROMOTION NOT VALID AT THIS CAMPGROUND'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR43: ARRIVAL DATE OUTSIDE PROMOTION WINDOW OR
      -        ' IN A BLACKOUT'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR44: PROMOTION USAGE CAP REACHED'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR45: LEASE MUST START ON THE 1ST, RUN 1-12
      -        ' MONTHS AND BILL ON DAY 01-28'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR46: SITE IS HELD BY A SEASONAL LEASE FOR
      -        ' THESE DATES'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR47: NO MONTHLY LEASE RATE ON FILE FOR THIS
      -        ' SITE'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR48: PARTY ID AND PROMOTION CODE NOT ALLOWED
      -        ' ON A LEASE'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR49: BAD BOOKING CHANNEL, OR PARTNER BOOKING
      -        ' NOT A NEW STAY OR MISSING ITS REFERENCE'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR50: RIG IS LONGER THAN THIS SITE TAKES'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR51: RIG TYPE MUST BE T, C OR M, AND A C OR M
      -        ' RIG NEEDS ITS LENGTH IN FEET'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR52: GUEST NUMBER WAS RETIRED BY A GUEST MERGE
      -        ' - BOOK UNDER THE SURVIVING NUMBER'.
		   05  FILLER                      PIC X(100)
               VALUE 'ERR53: GUEST IS ON THE DO-NOT-RENT LIST - REFER
      -        ' TO THE MANAGER, DO NOT RESUBMIT'.

       01  TABLE-ERR REDEFINES ERR-TABLE.
           05  ERR-MSG                     PIC X(100)  OCCURS 53 TIMES.
