      *> ***************************************************************** *>
      *> SUSPREC.cpy
      *> Transaction suspense record. A TRANEDIT field-edit reject or a
      *> TRANCHK orphan is written to the SUSPENSE indexed file as well
      *> as to its listing, so it is no longer lost once the next run
      *> overwrites TRANREJ or TRANEXCP. SUS-Original is the record as
      *> it first arrived and is never changed; SUS-Record is the
      *> working copy an operator corrects at the SUSPMNT screen and
      *> then releases. TRANEDIT picks released items up at the start
      *> of the next run, the same way it feeds TRANHOLD back in, and
      *> re-edits them. SUS-Date-Suspended is the date the item was
      *> first suspended. A correction or a second rejection does not
      *> move it, so SUSPRPT ages the item from when it went wrong.
      *>
      *> Status cycle:
      *>   O  open - waiting for an operator to correct it
      *>   R  released - TRANEDIT will re-edit it on the next run
      *>   S  resubmitted - passed TRANEDIT and waiting on TRANCHK.
      *>      TRANCHK deletes the item when the transaction passes,
      *>      and reopens it when the transaction orphans again.
      *>      TRANEDIT feeds S items in again until then, so a rerun
      *>      of TRANEDIT does not lose them.
      *> SUS-Record is an alternate key (with duplicates). TRANCHK uses
      *> it to find the item for a transaction it has just checked.
      *> TRANEDIT and TRANCHK also use it to avoid suspending the same
      *> record twice when a step is rerun on the same day.
      *> The original and working images carry the transaction type
      *> and reference, so both can be corrected at SUSPMNT.
      *> ***************************************************************** *>
       01 Suspense-Entry.
           02 SUS-Key.
               03 SUS-Seq PIC 9(07).
           02 SUS-Status PIC X(01).
               88 SUS-Open VALUE "O".
               88 SUS-Released VALUE "R".
               88 SUS-Resubmitted VALUE "S".
           02 SUS-Source PIC X(01).
               88 SUS-From-Edit VALUE "E".
               88 SUS-From-Check VALUE "C".
           02 SUS-Date-Suspended PIC 9(08).
           02 SUS-Date-Last-Action PIC 9(08).
           02 SUS-Reason PIC X(40).
           02 SUS-Original PIC X(43).
           02 SUS-Record.
               03 SUS-Division PIC X(04).
               03 SUS-Account PIC X(06).
               03 SUS-Date PIC X(08).
               03 SUS-Date-Parts REDEFINES SUS-Date.
                   04 SUS-Date-DD PIC 99.
                   04 SUS-Date-MM PIC 99.
                   04 SUS-Date-YYYY PIC 9999.
               03 SUS-Amount PIC X(11).
               03 SUS-Amount-Num REDEFINES SUS-Amount
                   PIC S9(09)V99.
               03 SUS-Type PIC X(02).
               03 SUS-Reference PIC X(12).
