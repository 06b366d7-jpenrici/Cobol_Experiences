      *>*****************************************************************
      *> Copybook:    CYCLEREC.CPY
      *> Purpose:     Fixed-width record layout for the
      *>              CYCLE-COUNT-CONTROL file kept by
      *>              Cycle-Count-Scheduler - one record per stocked
      *>              item, in item order. It carries the item's ABC
      *>              class, the date its shelf was last counted,
      *>              and the sales value the class is ranked on:
      *>              the quarter to date and the whole of the
      *>              quarter before it, so the ranking follows
      *>              what is selling now without swinging on one
      *>              good day. Sales value is units sold at
      *>              IM-UNIT-PRICE, a kit's sale counted against
      *>              its components, in the item's own currency.
      *>              A last-count date of zero means never counted.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

       01  CC-CONTROL-RECORD.
           05  CC-ITEM-ID              PIC 9(05).
           05  CC-ABC-CLASS            PIC X(01).
               88  CC-CLASS-IS-A                VALUE "A".
               88  CC-CLASS-IS-B                VALUE "B".
               88  CC-CLASS-IS-C                VALUE "C".
           05  CC-LAST-COUNT-DATE      PIC 9(08).
           *> Quarter the current figure belongs to, YYYYQ
           05  CC-SALES-QUARTER        PIC 9(05).
           05  CC-SALES-CURRENT        PIC 9(09)V99.
           05  CC-SALES-PRIOR          PIC 9(09)V99.
           *> Last day whose sales were added in, so a rerun of the
           *> same day does not add them twice
           05  CC-LAST-SALES-DATE      PIC 9(08).
