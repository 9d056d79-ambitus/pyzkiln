           05 csv-rec-region      PIC X(04).
           05 csv-rec-amount      PIC S9(09)V99.
           05 csv-rec-trans-date  PIC X(10).
      ** The legal entity (company) the row belongs to - the feed's
      *  own entity column when it carries one, else the entity the
      *  expected-feeds registry assigns the feed, else 0001, the
      *  original company. Ids are only unique within an entity.
           05 csv-rec-entity      PIC X(04).
