             88 setl-is-unpaid     value 'U'.
             88 setl-is-paid       value 'P'.
          02 setl-paid-at       pic x(14).
          02 setl-posted-key1   pic x(11).
          02 setl-posted-key2   pic x(11).
          02 setl-updated       pic x(14).
