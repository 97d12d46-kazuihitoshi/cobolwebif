             88 prof-deposits-negative value 'N'.
          02 prof-skip         pic 9(02).
          02 prof-updated      pic x(14).
      *   prof-account  -  the payment account every row of this
      *   bank's download belongs to; space leaves it to the default
          02 prof-account      pic x(04).
