      *> ***************************************************************** *>
      *> TYPEREC.cpy
      *> Transaction type table entry. The TRANTYPE indexed file,
      *> keyed on TT-Code and maintained at the TYPEMAINT screen,
      *> holds every type code TRANEDIT will accept on TR-Type, with
      *> the description SUMMRPT, CUSTSTMT and HISTINQ print beside
      *> it. TT-Class R marks a reversal type: a transaction of that
      *> type must carry in TR-Reference the reference of an original,
      *> non-reversal transaction already on TRANHIST for the same
      *> division/account, or TRANEDIT rejects it.
      *> ***************************************************************** *>
       01 Tran-Type-Entry.
           02 TT-Code PIC X(02).
           02 TT-Description PIC X(20).
           02 TT-Class PIC X(01).
               88 TT-Normal VALUE "N".
               88 TT-Reversal VALUE "R".
