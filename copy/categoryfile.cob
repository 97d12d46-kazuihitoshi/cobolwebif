      *   flagged categories' rows for the 医療費控除 filing
          02 category-medical   pic x(01).
             88 category-is-medical  value 'Y'.
      *   category-class  -  where the category sits in the kakeibo
      *   ratios (kozukairatios.cob): 'F' food, 'H' housing, 'X'
      *   other fixed costs, 'V' variable, 'S' savings.  Blank on a
      *   child means its parent's class; blank on a top-level
      *   category counts as variable.
          02 category-class     pic x(01).
             88 category-class-food     value 'F'.
             88 category-class-housing  value 'H'.
             88 category-class-fixed    value 'X'.
             88 category-class-variable value 'V'.
             88 category-class-savings  value 'S'.
             88 category-class-valid    value 'F' 'H' 'X' 'V' 'S'.
      *   category-life  -  nonzero marks a durable-goods category
      *   (家電, PC, 車両) and gives the useful life in years an
      *   asset bought in it starts with; a large enough OUT in the
      *   category is taken into the asset register
      *   (kozukaidurable.dat) by kozukaidurablerpt.cob
          02 category-life      pic 9(02).
             88 category-is-durable  value 1 thru 99.
