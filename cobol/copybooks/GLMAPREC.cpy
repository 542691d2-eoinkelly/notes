      *> ***************************************************************** *>
      *> GLMAPREC.cpy
      *> General ledger mapping entry. The GLMAP indexed file, keyed on
      *> GM-Key and maintained at the GLMAPMNT screen, tells GLFEED
      *> which GL account code and cost centre each division/account
      *> period total posts to. The entry for a division with a blank
      *> GM-Account is that division's control (contra) account - it
      *> takes the other side of every line the division's accounts
      *> post, so the journal balances division by division.
      *> ***************************************************************** *>
       01 GL-Map-Entry.
           02 GM-Key.
               03 GM-Division PIC X(04).
               03 GM-Account PIC X(06).
           02 GM-GL-Account PIC 9(10).
           02 GM-Cost-Centre PIC X(06).
           02 GM-Description PIC X(20).
