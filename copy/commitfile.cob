          02 cmt-status         pic x(01).
             88 cmt-is-open        value 'O'.
             88 cmt-is-consumed    value 'C'.
          02 cmt-consumed-key   pic x(11).
          02 cmt-updated        pic x(14).
