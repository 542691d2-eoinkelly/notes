      *> ***************************************************************** *>
      *> RATEREC.cpy
      *> Period-end accrual rate table entry. The RATETAB indexed file,
      *> keyed on RT-Division and maintained at the RATEMAINT screen,
      *> holds the rates ACCRUAL applies to each account's ACCTBAL
      *> closing balance at period end:
      *>   interest - RT-Interest-Rate percent of the part of a credit
      *>              balance above RT-Interest-Tier, at most
      *>              RT-Interest-Cap for one account (zero cap = no
      *>              cap), posted as type RT-Interest-Type;
      *>   fee      - a flat RT-Fee-Amount charged when the balance is
      *>              below RT-Fee-Minimum, posted as type RT-Fee-Type.
      *> A zero rate or a zero fee switches that charge off. A division
      *> with no entry accrues nothing.
      *> ***************************************************************** *>
       01 Rate-Entry.
           02 RT-Division PIC X(04).
           02 RT-Interest-Tier PIC S9(09)V99.
           02 RT-Interest-Rate PIC 9(02)V9(04).
           02 RT-Interest-Cap PIC 9(07)V99.
           02 RT-Interest-Type PIC X(02).
           02 RT-Fee-Minimum PIC S9(09)V99.
           02 RT-Fee-Amount PIC 9(05)V99.
           02 RT-Fee-Type PIC X(02).
