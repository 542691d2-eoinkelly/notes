      *> posting sequence HISTPOST assigns off its TRANHIST.SEQ
      *> control file, which keeps the key unique when one account
      *> has several transactions on one day.
      *> TH-Type and TH-Reference are carried over from the
      *> transaction record. History posted before they existed was
      *> converted with both blank by TYPECONV.
      *> ***************************************************************** *>
       01 History-Record.
           02 TH-Key.
                   04 TH-Day PIC 99.
               03 TH-Seq PIC 9(07).
           02 TH-Amount PIC S9(09)V99.
           02 TH-Type PIC X(02).
           02 TH-Reference PIC X(12).
