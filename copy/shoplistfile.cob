      *----------------------------------------------------------------
      *  SHOPLISTFILE  -  record layout for shop-file
      *  (kozukaishop.dat), the shopping list each chat room keeps
      *  in place of the paper on the fridge.  chat.cob adds an item
      *  on "!買う", lists the open ones on "!買い物" and checks one
      *  off on "!買った"; an amount given with the check-off posts
      *  the OUT row through the !spend path and its ledger key is
      *  kept here.  Items are numbered per room, one past the
      *  room's highest.
      *----------------------------------------------------------------
       01 shop-rec.
          02 shop-key.
             03 shop-room       pic x(20).
             03 shop-no         pic 9(04).
          02 shop-item          pic x(40).
          02 shop-added-by      pic x(30).
          02 shop-added-date    pic x(08).
          02 shop-status        pic x(01).
             88 shop-open          value 'O' ' '.
             88 shop-bought        value 'B'.
          02 shop-bought-by     pic x(30).
          02 shop-bought-date   pic x(08).
          02 shop-money         pic s9(09).
          02 shop-category      pic x(20).
          02 shop-ledger-key    pic x(11).
          02 shop-updated       pic x(14).
