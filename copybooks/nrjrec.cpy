      ***************************************************************
      * USER MAINTENANCE REJECT RECORD - ONE ROW PER FEED DETAIL     *
      * USRBATCH COULD NOT APPLY. THE FIRST 137 BYTES ARE THE        *
      * REJECTED FEED ROW EXACTLY AS RECEIVED (SEE nurrec.cpy), SO   *
      * HR CAN CORRECT THE ROW IN PLACE AND RESUBMIT IT IN THE NEXT  *
      * FEED; THE REASON RIDES AFTER IT SO NOTHING OF THE ORIGINAL   *
      * ROW IS LOST TO MAKE ROOM FOR IT.                             *
      ***************************************************************
       01  NEWUSER-REJECT-RECORD.
           05  NJ-FEED-IMAGE           PIC X(137).
           05  NJ-REJECT-REASON        PIC X(30).
