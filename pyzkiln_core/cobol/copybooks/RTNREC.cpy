      ** RTNREC - record layout for a returns feed, the second
      *  transaction type PANDASREAD loads. A region sends its
      *  returns and refunds as their own extract, header
      *  return_id,orig_id,region,amount,return_date,reason, and
      *  each return nets against the sale it names rather than
      *  being netted out before the extract is cut. The amount is
      *  the positive value returned; the original transaction id
      *  is the sale's id as its own feed carried it.
       01 rtn-extract-record.
           05 rtn-rec-id          PIC 9(08).
           05 rtn-rec-orig-id     PIC 9(08).
           05 rtn-rec-region      PIC X(04).
           05 rtn-rec-amount      PIC S9(09)V99.
           05 rtn-rec-date        PIC X(10).
           05 rtn-rec-reason      PIC X(20).
      ** The legal entity, as for CSVREC - a seventh column when
      *  the feed carries one, else the feed's own entity. The
      *  original must belong to the same entity.
           05 rtn-rec-entity      PIC X(04).
