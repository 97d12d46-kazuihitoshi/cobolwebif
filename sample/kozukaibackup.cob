          02 bkcat-budget    pic s9(09).
          02 bkcat-parent    pic x(20).
          02 bkcat-medical   pic x(01).
          02 bkcat-class     pic x(01).
          02 bkcat-life      pic 9(02).

       fd credentials-bak.
       01 bk-credential-rec.
          02 bkcred-username   pic x(20).
          02 bkcred-rest       pic x(75).

       fd template-bak.
       01 bk-template-rec.
          02 bktmpl-key.
             03 bktmpl-category pic x(20).
             03 bktmpl-day      pic 9(02).
          02 bktmpl-rest        pic x(103).

       fd history-bak.
       01 bk-history-rec.
          02 bkhist-full-key.
             03 bkhist-key.
                04 bkhist-date-rec pic x(08).
                04 bkhist-date-sec pic 9(03).
             03 bkhist-deleted-at  pic x(14).
          02 bkhist-rest          pic x(93).

       01 wops-room          pic x(20) value '運用'.
       01 wenv-opsroom       pic x(20) value space.
       01 wops-text          pic x(200) value space.
       01 wops-dm-to         pic x(30) value space.

       copy paramget.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
      *----------------------------------------------------------------
       POST-OPS-ALERT section.
             move '運用' to wops-room
             move 'KOZUKAI_OPS_ROOM' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-opsroom
             if wenv-opsroom not = space
               move wenv-opsroom to wops-room
             end-if
               into wops-text
             end-string
             call 'kozukaichatpost' using wops-room wops-text
                                         wops-dm-to
             exit.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       GET-KEEP-DAYS section.
             move 14 to wkeep-days
             move 'KOZUKAI_BACKUP_KEEP_DAYS' to prm-name
             call 'kozukaiparam' using param-get-area
             move prm-value to wenv-keepdays
             if wenv-keepdays not = space
                and wenv-keepdays is numeric then
               move wenv-keepdays to wkeep-days
