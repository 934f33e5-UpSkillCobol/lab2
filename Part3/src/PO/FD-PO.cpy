               88 PO-STATUS-OPEN                VALUE 1.
               88 PO-STATUS-PARTIAL             VALUE 2.
               88 PO-STATUS-CLOSED              VALUE 3.
      *> KITCHEN THE GOODS WERE LAST RECEIVED AT - ZERO UNTIL PORECV
      *> BOOKS THE FIRST DELIVERY AGAINST THE ORDER
           05 PO-RECV-SITE-ID                   PIC 9(003).
