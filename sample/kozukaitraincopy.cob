       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           kozukaitraincopy.
       AUTHOR.               kazui.
      *----------------------------------------------------------------
      *  Batch utility - builds a complete training copy of the data
      *  files in a separate directory, for showing the system to a
      *  new member or trying out a risky batch (kozukaicatmerge and
      *  the like) on something other than the real books.
      *
      *  Every *.dat file is copied across first, then the files that
      *  carry people or their words are rewritten in the copy:
      *    - member names, usernames and chat handles become
      *      person001, person002 ... - one table for the whole run,
      *      so the same real name is the same fake name in every
      *      file and the member master, the credentials, the
      *      ledger's member column and the chat roster still join;
      *    - notes become 'note nnnnn' and chat text 'message nnnnn'
      *      (a fold of the original, so equal notes stay equal; a
      *      振替 note keeps its marker);
      *    - payee names become 'payee <code>';
      *    - every credential gets the training password
      *      (KOZUKAI_TRAIN_PASSWORD, 'training' if not set), unlocked
      *      and with no forced change; a room password likewise;
      *    - amounts are scaled by the percentage in
      *      KOZUKAI_TRAIN_FACTOR - when it is not set a factor is
      *      drawn from the clock - and the factor is never shown.
      *  Keys, dates, categories, codes and the links between files
      *  are left as they are, so every program runs against the
      *  copy unchanged.  Live sessions, the audit chain and the
      *  derived caches (month totals, balance snapshots, form
      *  captures, the backup catalog, the reporting extract) are
      *  not carried over, nor is the maintenance switch; the
      *  programs start them afresh.  The login history, the
      *  master-change queue and the purge summary hold real
      *  usernames, addresses and browsers and start empty as well.
      *  Command line: target directory (defaults to
      *  kozukaitraining).  A target that is the current directory
      *  under any name - '.', its full path, a link to it - is
      *  refused, and nothing is rewritten unless every file copied.
      *----------------------------------------------------------------
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
        select ledger-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is kozukai-key of kozukai-rec
           alternate record key is wcategory of kozukai-rec
               with duplicates
           alternate record key is wmember of kozukai-rec
               with duplicates
           file status is src-file-fs.
        select ledger-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is kozukai-key of tr-kozukai-rec
           alternate record key is wcategory of tr-kozukai-rec
               with duplicates
           alternate record key is wmember of tr-kozukai-rec
               with duplicates
           file status is tgt-file-fs.
        select history-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is hist-full-key of kozukai-history-rec
           file status is src-file-fs.
        select history-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is hist-full-key of tr-kozukai-history-rec
           file status is tgt-file-fs.
        select archive-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is archive-key of archive-rec
           file status is src-file-fs.
        select archive-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is archive-key of tr-archive-rec
           file status is tgt-file-fs.
        select member-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is member-key of member-rec
           file status is src-file-fs.
        select member-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is member-key of tr-member-rec
           file status is tgt-file-fs.
        select credentials-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is cred-username of credential-rec
           file status is src-file-fs.
        select credentials-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is cred-username of tr-credential-rec
           file status is tgt-file-fs.
        select prefs-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is pref-username of pref-rec
           file status is src-file-fs.
        select prefs-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is pref-username of tr-pref-rec
           file status is tgt-file-fs.
        select payee-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is payee-code of payee-rec
           file status is src-file-fs.
        select payee-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is payee-code of tr-payee-rec
           file status is tgt-file-fs.
        select iou-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is iou-key of iou-rec
           file status is src-file-fs.
        select iou-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is iou-key of tr-iou-rec
           file status is tgt-file-fs.
        select payslip-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is slip-key of payslip-rec
           file status is src-file-fs.
        select payslip-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is slip-key of tr-payslip-rec
           file status is tgt-file-fs.
        select settlement-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is setl-key of settlement-rec
           file status is src-file-fs.
        select settlement-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is setl-key of tr-settlement-rec
           file status is tgt-file-fs.
        select pending-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is pend-key of pending-rec
           file status is src-file-fs.
        select pending-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is pend-key of tr-pending-rec
           file status is tgt-file-fs.
        select chat-room-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is reg-room of chat-room-rec
           file status is src-file-fs.
        select chat-room-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is reg-room of tr-chat-room-rec
           file status is tgt-file-fs.
        select chat-in assign to wsrc-filename
           organization line sequential
           file status is src-file-fs.
        select chat-out assign to wtgt-filename
           organization line sequential
           file status is tgt-file-fs.
        select chat-history-in assign to wsrc-filename
           organization line sequential
           file status is src-file-fs.
        select chat-history-out assign to wtgt-filename
           organization line sequential
           file status is tgt-file-fs.
        select chat-dm-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is dm-recipient of chat-dm-rec
           file status is src-file-fs.
        select chat-dm-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is dm-recipient of tr-chat-dm-rec
           file status is tgt-file-fs.
        select chat-roster-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is ros-key of chat-roster-rec
           file status is src-file-fs.
        select chat-roster-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is ros-key of tr-chat-roster-rec
           file status is tgt-file-fs.
        select mention-in assign to wsrc-filename
           organization is indexed access mode is sequential
           record key is mn-recipient of mention-rec
           file status is src-file-fs.
        select mention-out assign to wtgt-filename
           organization is indexed access mode is random
           record key is mn-recipient of tr-mention-rec
           file status is tgt-file-fs.
        select ledger-file assign to "kozukailedger.dat"
           organization is indexed access mode is sequential
           record key is ledger-code
           file status is ledger-file-fs.
       DATA                  DIVISION.
       FILE                  SECTION.
      *  each source is read under its own copybook and written back
      *  under the same layout renamed tr- (training)
       fd ledger-in.
       copy kozukaifile.

       fd ledger-out.
       copy kozukaifile replacing ==kozukai-rec== by ==tr-kozukai-rec==.

       fd history-in.
       copy kozukaihistoryfile.

       fd history-out.
       copy kozukaihistoryfile
            replacing ==kozukai-history-rec==
                   by ==tr-kozukai-history-rec==.

       fd archive-in.
       copy kozukaiarchivefile.

       fd archive-out.
       copy kozukaiarchivefile
            replacing ==archive-rec== by ==tr-archive-rec==.

       fd member-in.
       copy memberfile.

       fd member-out.
       copy memberfile replacing ==member-rec== by ==tr-member-rec==.

       fd credentials-in.
       copy credentialsfile.

       fd credentials-out.
       copy credentialsfile
            replacing ==credential-rec== by ==tr-credential-rec==.

       fd prefs-in.
       copy kozukaiprefsfile.

       fd prefs-out.
       copy kozukaiprefsfile replacing ==pref-rec== by ==tr-pref-rec==.

       fd payee-in.
       copy payeefile.

       fd payee-out.
       copy payeefile replacing ==payee-rec== by ==tr-payee-rec==.

       fd iou-in.
       copy ioufile.

       fd iou-out.
       copy ioufile replacing ==iou-rec== by ==tr-iou-rec==.

       fd payslip-in.
       copy payslipfile.

       fd payslip-out.
       copy payslipfile replacing ==payslip-rec== by ==tr-payslip-rec==.

       fd settlement-in.
       copy settlementfile.

       fd settlement-out.
       copy settlementfile
            replacing ==settlement-rec== by ==tr-settlement-rec==.

       fd pending-in.
       copy pendingfile.

       fd pending-out.
       copy pendingfile replacing ==pending-rec== by ==tr-pending-rec==.

       fd chat-room-in.
       copy chatroomregfile.

       fd chat-room-out.
       copy chatroomregfile
            replacing ==chat-room-rec== by ==tr-chat-room-rec==.

      *  a room's live window, as chat.cob writes it
       fd chat-in.
       01 chat-rec.
          02 wroom       pic x(20).
          02 wcolor      pic x(30).
          02 wname       pic x(30).
          02 wtime       pic x(20).
          02 wdata       pic x(200).
          02 wdm-to      pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-out.
       01 tr-chat-rec.
          02 wroom       pic x(20).
          02 wcolor      pic x(30).
          02 wname       pic x(30).
          02 wtime       pic x(20).
          02 wdata       pic x(200).
          02 wdm-to      pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-history-in.
       copy chathistoryfile.

       fd chat-history-out.
       copy chathistoryfile
            replacing ==chat-history-rec== by ==tr-chat-history-rec==.

       fd chat-dm-in.
       copy chatdmfile.

       fd chat-dm-out.
       copy chatdmfile replacing ==chat-dm-rec== by ==tr-chat-dm-rec==.

       fd chat-roster-in.
       copy chatrosterfile.

       fd chat-roster-out.
       copy chatrosterfile
            replacing ==chat-roster-rec== by ==tr-chat-roster-rec==.

       fd mention-in.
       copy mentionfile.

       fd mention-out.
       copy mentionfile replacing ==mention-rec== by ==tr-mention-rec==.

       fd ledger-file.
       copy ledgerfile.

       WORKING-STORAGE SECTION.
       01 src-file-fs        pic 9(2).
       01 tgt-file-fs        pic 9(2).
       01 ledger-file-fs     pic 9(2).
       01 src-eof            pic x(3) value space.

       01 wcmd-line          pic x(80) value space.
       01 wtrain-dir         pic x(60) value space.
       01 wsrc-filename      pic x(60) value space.
       01 wtgt-filename      pic x(120) value space.
       01 wbase-filename     pic x(60) value space.
       01 wcommand           pic x(400) value space.
       01 wnow-date          pic x(08).
       01 wnow-time          pic x(08).

      *  a marker dropped here and looked for in the target, so a
      *  target that is this directory under another name is caught
       01 wmarker-name       pic x(40) value space.
       01 wmarker-path       pic x(120) value space.
       01 wfile-info.
          02 wfi-size        pic 9(18) binary.
          02 wfi-rest        pic x(08).

      *  the secret scale, a percentage - never displayed
       01 wenv-factor        pic x(04) value space.
       01 wfactor            pic 9(03) value zero.
       01 wenv-password      pic x(20) value space.
       01 wtrain-password    pic x(20) value 'training'.
       01 wtrain-hash        pic 9(09) value zero.

      *  counts for the closing summary
       01 wfile-recs         pic 9(07) value zero.
       01 wfile-count        pic 9(05) value zero.
       01 wtotal-recs        pic 9(09) value zero.
       01 wdup-count         pic 9(07) value zero.

      *  one real name to one fake name for the whole run
       01 name-tab.
          02 name-entry occurs 500.
             03 ntab-real    pic x(30).
             03 ntab-fake    pic x(30).
       01 name-count         pic 9(03) value zero.
       01 name-full-count    pic 9(05) value zero.
       01 wname-in           pic x(30) value space.
       01 wname-out          pic x(30) value space.
       01 wname-no           pic 9(03) value zero.
       01 n                  pic 9(03) value zero.

      *  rooms and books met on the way, for their own files
       01 room-tab.
          02 room-entry occurs 200.
             03 rtab-room    pic x(20).
       01 room-count         pic 9(03) value zero.
       01 book-tab.
          02 book-entry occurs 50.
             03 btab-code    pic x(08).
       01 book-count         pic 9(02) value zero.
       01 r                  pic 9(03) value zero.
       01 b                  pic 9(02) value zero.
       01 wroom-file-key     pic x(20) value space.
       01 wrf-len            pic 9(02) value zero.
       01 wrf-i              pic 9(02) value zero.
       01 wled-len           pic 9(02) value zero.
       01 wled-suffix        pic x(10) value space.
       01 wyear              pic 9(04) value zero.
       01 wthis-year         pic 9(04) value zero.

      *  notes, chat text and amounts
       01 wnote-in           pic x(200) value space.
       01 wnote-out          pic x(200) value space.
       01 wnote-kind         pic x(08) value space.
       01 wfold-work         pic 9(18) value zero.
       01 wfold-ord          pic 9(03) value zero.
       01 wfold-i            pic 9(03) value zero.
       01 wfold-value        pic 9(05) value zero.
       01 wamt-in            pic s9(11) value zero.
       01 wamt-out           pic s9(11) value zero.
       01 wcode-len          pic 9(02) value zero.
       01 i                  pic 9(02) value zero.

      *  salted-password fold, the same one the logins check
       01 whash-input.
        02 whash-salt        pic x(08).
        02 whash-pass        pic x(20).
       01 whash-work         pic 9(18) value zero.
       01 whash-i            pic 9(04) value zero.
       01 whash-ord          pic 9(03) value zero.
       01 whash-value        pic 9(09) value zero.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
       MAIN-PROC-1.

          accept wcmd-line from command-line.
          move wcmd-line to wtrain-dir.
          if wtrain-dir = space
            move 'kozukaitraining' to wtrain-dir
          end-if.
          if wtrain-dir = '.' or wtrain-dir = './'
            display 'kozukaitraincopy: the training copy must go to '
                    'another directory'
            stop run
          end-if.

          accept wenv-factor from environment 'KOZUKAI_TRAIN_FACTOR'.
          if wenv-factor not = space
            compute wfactor = function numval(wenv-factor)
          end-if.
          accept wnow-date from date yyyymmdd.
          accept wnow-time from time.
          if wfactor = zero
            compute wfactor = 60
               + function mod(function numval(wnow-time), 81)
          end-if.
          move wnow-date (1:4) to wthis-year.

          accept wenv-password from environment
             'KOZUKAI_TRAIN_PASSWORD'.
          if wenv-password not = space
            move wenv-password to wtrain-password
          end-if.
          move wnow-time to whash-salt.
          move wtrain-password to whash-pass.
          perform COMPUTE-CRED-HASH.
          move whash-value to wtrain-hash.

          perform CHECK-TARGET-DIR.
          perform COPY-ALL-FILES.

      *   the name table is filled from the member master and then
      *   the credentials first, so the numbering follows them
          move 'kozukaimember.dat' to wbase-filename.
          perform ANON-MEMBER.
          move 'credentials.dat' to wbase-filename.
          perform ANON-CREDENTIALS.
          move 'kozukaiprefs.dat' to wbase-filename.
          perform ANON-PREFS.
          move 'kozukaipayee.dat' to wbase-filename.
          perform ANON-PAYEE.

          move 'kozukai.dat' to wbase-filename.
          perform ANON-LEDGER.
          move 'kozukaihistory.dat' to wbase-filename.
          perform ANON-HISTORY.
          move space to wled-suffix.
          perform ANON-ARCHIVES.
          perform LOAD-BOOKS.
          perform varying b from 1 by 1 until b > book-count
            perform ANON-BOOK
          end-perform.

          move 'kozukaiiou.dat' to wbase-filename.
          perform ANON-IOU.
          move 'kozukaipayslip.dat' to wbase-filename.
          perform ANON-PAYSLIP.
          move 'kozukaisettlement.dat' to wbase-filename.
          perform ANON-SETTLEMENT.
          move 'kozukaipending.dat' to wbase-filename.
          perform ANON-PENDING.

          move 'chatroomreg.dat' to wbase-filename.
          perform ANON-CHAT-ROOMS.
          perform varying r from 1 by 1 until r > room-count
            perform ANON-ROOM-FILES
          end-perform.
          move 'chatdm.dat' to wbase-filename.
          perform ANON-CHAT-DM.
          move 'kozukaichatroster.dat' to wbase-filename.
          perform ANON-CHAT-ROSTER.
          move 'kozukaimention.dat' to wbase-filename.
          perform ANON-MENTION.

          display 'kozukaitraincopy: ' wfile-count
                  ' file(s) rewritten, ' wtotal-recs ' record(s), '
                  name-count ' name(s) replaced'.
          if wdup-count > zero or name-full-count > zero
            display 'kozukaitraincopy: ' wdup-count
                    ' record(s) not written (key clash), '
                    name-full-count ' name(s) past the table'
          end-if.
          display 'kozukaitraincopy: training copy in ' wtrain-dir.
          stop run.

      *----------------------------------------------------------------
      *  CHECK-TARGET-DIR  -  make the target, drop a marker file
      *  here and look for it through the target: if it is seen
      *  there the target is this directory, whatever it was called,
      *  and the run stops before anything is copied or rewritten
      *----------------------------------------------------------------
       CHECK-TARGET-DIR section.
             move space to wcommand
             string 'mkdir -p '                  delimited size
                    wtrain-dir                   delimited space
               into wcommand
             end-string
             call 'SYSTEM' using wcommand
             if return-code not = zero
               display 'kozukaitraincopy: cannot make ' wtrain-dir
               stop run
             end-if

             move space to wmarker-name
             string 'kozukaitraincopy.'          delimited size
                    wnow-time                    delimited size
                    '.chk'                       delimited size
               into wmarker-name
             end-string
             move space to wcommand
             string 'touch '                     delimited size
                    wmarker-name                 delimited space
               into wcommand
             end-string
             call 'SYSTEM' using wcommand
             if return-code not = zero
               display 'kozukaitraincopy: cannot write a marker in '
                       'the current directory'
               stop run
             end-if

             move space to wmarker-path
             string wtrain-dir                   delimited space
                    '/'                          delimited size
                    wmarker-name                 delimited space
               into wmarker-path
             end-string
             initialize wfile-info
             call 'CBL_CHECK_FILE_EXIST' using wmarker-path
                                               wfile-info
             if return-code = zero
               call 'CBL_DELETE_FILE' using wmarker-name
               display 'kozukaitraincopy: ' wtrain-dir
                       ' is the current directory - the training '
                       'copy must go to another directory'
               stop run
             end-if
             call 'CBL_DELETE_FILE' using wmarker-name
             move zero to return-code
             exit.

      *----------------------------------------------------------------
      *  COPY-ALL-FILES  -  every data file across as it stands, then
      *  the live sessions, the audit chain, the derived caches and
      *  the files of logins and approvals taken back out so nothing
      *  real rides along in them.  Each step runs only when the one
      *  before it worked; a failed copy stops the run, as the copy
      *  could still hold what the removal was meant to take out.
      *----------------------------------------------------------------
       COPY-ALL-FILES section.
             move space to wcommand
             string 'cp -p *.dat* '              delimited size
                    wtrain-dir                   delimited space
                    '/ && cd '                   delimited size
                    wtrain-dir                   delimited space
                    ' && rm -f session.dat* auditlog.dat* '
                                                 delimited size
                    'kozukaiauditstate.dat* formcapture.dat* '
                                                 delimited size
                    'kozukaitotals*.dat* kozukaibalsnap*.dat* '
                                                 delimited size
                    'kozukaibackupcatalog.dat* ' delimited size
                    'kozukairptext*.dat* kozukaimaint.dat* '
                                                 delimited size
                    'kozukailoginhist.dat* kozukaimastchg.dat* '
                                                 delimited size
                    'kozukaipurgesum.dat*'       delimited size
               into wcommand
             end-string
             call 'SYSTEM' using wcommand
             if return-code not = zero
               display 'kozukaitraincopy: copying into ' wtrain-dir
                       ' failed - nothing rewritten'
               stop run
             end-if
             move zero to return-code
             exit.

      *----------------------------------------------------------------
      *  SET-FILENAMES  -  wbase-filename here and in the training
      *  directory
      *----------------------------------------------------------------
       SET-FILENAMES section.
             move wbase-filename to wsrc-filename
             move space to wtgt-filename
             string wtrain-dir     delimited space
                    '/'            delimited size
                    wbase-filename delimited space
               into wtgt-filename
             end-string
             move zero to wfile-recs
             move space to src-eof
             exit.

      *----------------------------------------------------------------
      *  END-OF-FILE-COUNT  -  one line per rewritten file
      *----------------------------------------------------------------
       END-OF-FILE-COUNT section.
             add 1 to wfile-count
             add wfile-recs to wtotal-recs
             display 'kozukaitraincopy: ' wbase-filename ' '
                     wfile-recs ' record(s)'
             exit.

      *----------------------------------------------------------------
      *  ANON-MEMBER  -  member master: the name (the key) and the
      *  allowance
      *----------------------------------------------------------------
       ANON-MEMBER section.
             perform SET-FILENAMES
             open input member-in
             if src-file-fs not = zero
               go to ANON-MEMBER-EXIT
             end-if
             open output member-out
             if tgt-file-fs not = zero
               close member-in
               go to ANON-MEMBER-EXIT
             end-if
             perform until src-eof = 'EOF'
               read member-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move member-rec to tr-member-rec
                 move member-key of member-rec to wname-in
                 perform MAP-NAME
                 move wname-out to member-key of tr-member-rec
                 move member-allowance of member-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to member-allowance of tr-member-rec
                 write tr-member-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close member-in
             close member-out
             perform END-OF-FILE-COUNT.
       ANON-MEMBER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-CREDENTIALS  -  usernames and member bindings mapped;
      *  every login gets the training password, unlocked
      *----------------------------------------------------------------
       ANON-CREDENTIALS section.
             perform SET-FILENAMES
             open input credentials-in
             if src-file-fs not = zero
               go to ANON-CREDENTIALS-EXIT
             end-if
             open output credentials-out
             if tgt-file-fs not = zero
               close credentials-in
               go to ANON-CREDENTIALS-EXIT
             end-if
             perform until src-eof = 'EOF'
               read credentials-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move credential-rec to tr-credential-rec
                 move cred-username of credential-rec to wname-in
                 perform MAP-NAME
                 move wname-out to cred-username of tr-credential-rec
                 move cred-member of credential-rec to wname-in
                 perform MAP-NAME
                 move wname-out to cred-member of tr-credential-rec
                 move space to cred-password of tr-credential-rec
                 move whash-salt to cred-salt of tr-credential-rec
                 move wtrain-hash to cred-hash of tr-credential-rec
                 move zero to cred-fail-count of tr-credential-rec
                 move 'N' to cred-locked of tr-credential-rec
                 move space to cred-pwforce of tr-credential-rec
                 write tr-credential-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close credentials-in
             close credentials-out
             perform END-OF-FILE-COUNT.
       ANON-CREDENTIALS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-PREFS  -  the owner (the key) and the saved member
      *  filter
      *----------------------------------------------------------------
       ANON-PREFS section.
             perform SET-FILENAMES
             open input prefs-in
             if src-file-fs not = zero
               go to ANON-PREFS-EXIT
             end-if
             open output prefs-out
             if tgt-file-fs not = zero
               close prefs-in
               go to ANON-PREFS-EXIT
             end-if
             perform until src-eof = 'EOF'
               read prefs-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move pref-rec to tr-pref-rec
                 move pref-username of pref-rec to wname-in
                 perform MAP-NAME
                 move wname-out to pref-username of tr-pref-rec
                 move pref-filter-member of pref-rec to wname-in
                 perform MAP-NAME
                 move wname-out to pref-filter-member of tr-pref-rec
                 write tr-pref-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close prefs-in
             close prefs-out
             perform END-OF-FILE-COUNT.
       ANON-PREFS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-PAYEE  -  the name becomes 'payee <code>' and each
      *  alias '<code>-n', so import matching still has something
      *  per payee to match on
      *----------------------------------------------------------------
       ANON-PAYEE section.
             perform SET-FILENAMES
             open input payee-in
             if src-file-fs not = zero
               go to ANON-PAYEE-EXIT
             end-if
             open output payee-out
             if tgt-file-fs not = zero
               close payee-in
               go to ANON-PAYEE-EXIT
             end-if
             perform until src-eof = 'EOF'
               read payee-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move payee-rec to tr-payee-rec
                 move 8 to wcode-len
                 perform until wcode-len = 1
                    or payee-code of payee-rec (wcode-len:1)
                       not = space
                   subtract 1 from wcode-len
                 end-perform
                 move space to payee-name of tr-payee-rec
                 string 'payee '     delimited size
                        payee-code of payee-rec (1:wcode-len)
                                     delimited size
                   into payee-name of tr-payee-rec
                 end-string
                 perform varying i from 1 by 1 until i > 5
                   if payee-alias of payee-rec (i) not = space
                     move space to payee-alias of tr-payee-rec (i)
                     string payee-code of payee-rec (1:wcode-len)
                                     delimited size
                            '-'      delimited size
                            i (2:1)  delimited size
                       into payee-alias of tr-payee-rec (i)
                     end-string
                   end-if
                 end-perform
                 write tr-payee-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close payee-in
             close payee-out
             perform END-OF-FILE-COUNT.
       ANON-PAYEE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-LEDGER  -  a ledger file (the household's or a book's):
      *  member, note and the three amounts
      *----------------------------------------------------------------
       ANON-LEDGER section.
             perform SET-FILENAMES
             open input ledger-in
             if src-file-fs not = zero
               go to ANON-LEDGER-EXIT
             end-if
             open output ledger-out
             if tgt-file-fs not = zero
               close ledger-in
               go to ANON-LEDGER-EXIT
             end-if
             perform until src-eof = 'EOF'
               read ledger-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move kozukai-rec to tr-kozukai-rec
                 move wmember of kozukai-rec to wname-in
                 perform MAP-NAME
                 move wname-out to wmember of tr-kozukai-rec
                 move note of kozukai-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out to note of tr-kozukai-rec
                 move money of kozukai-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to money of tr-kozukai-rec
                 move wtax-amount of kozukai-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to wtax-amount of tr-kozukai-rec
                 move wrefunded of kozukai-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to wrefunded of tr-kozukai-rec
                 write tr-kozukai-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close ledger-in
             close ledger-out
             perform END-OF-FILE-COUNT.
       ANON-LEDGER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-HISTORY  -  deleted-row history, as the ledger
      *----------------------------------------------------------------
       ANON-HISTORY section.
             perform SET-FILENAMES
             open input history-in
             if src-file-fs not = zero
               go to ANON-HISTORY-EXIT
             end-if
             open output history-out
             if tgt-file-fs not = zero
               close history-in
               go to ANON-HISTORY-EXIT
             end-if
             perform until src-eof = 'EOF'
               read history-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move kozukai-history-rec to tr-kozukai-history-rec
                 move hist-member of kozukai-history-rec to wname-in
                 perform MAP-NAME
                 move wname-out
                   to hist-member of tr-kozukai-history-rec
                 move hist-note of kozukai-history-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out
                   to hist-note of tr-kozukai-history-rec
                 move hist-money of kozukai-history-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out
                   to hist-money of tr-kozukai-history-rec
                 write tr-kozukai-history-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close history-in
             close history-out
             perform END-OF-FILE-COUNT.
       ANON-HISTORY-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-ARCHIVES  -  every year's archive kozukaiYYYY<suffix>
      *  .dat there is, from 2000 to this year (wled-suffix blank for
      *  the household, _<book> for a book)
      *----------------------------------------------------------------
       ANON-ARCHIVES section.
             perform varying wyear from 2000 by 1
                until wyear > wthis-year
               move space to wbase-filename
               string 'kozukai'   delimited size
                      wyear       delimited size
                      wled-suffix delimited space
                      '.dat'      delimited size
                 into wbase-filename
               end-string
               perform ANON-ONE-ARCHIVE
             end-perform
             exit.

       ANON-ONE-ARCHIVE section.
             perform SET-FILENAMES
             open input archive-in
             if src-file-fs not = zero
               go to ANON-ONE-ARCHIVE-EXIT
             end-if
             open output archive-out
             if tgt-file-fs not = zero
               close archive-in
               go to ANON-ONE-ARCHIVE-EXIT
             end-if
             perform until src-eof = 'EOF'
               read archive-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move archive-rec to tr-archive-rec
                 move archive-member of archive-rec to wname-in
                 perform MAP-NAME
                 move wname-out to archive-member of tr-archive-rec
                 move archive-note of archive-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out to archive-note of tr-archive-rec
                 move archive-money of archive-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to archive-money of tr-archive-rec
                 move archive-tax-amount of archive-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out
                   to archive-tax-amount of tr-archive-rec
                 write tr-archive-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close archive-in
             close archive-out
             perform END-OF-FILE-COUNT.
       ANON-ONE-ARCHIVE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  LOAD-BOOKS  -  the book codes of the ledger master; each
      *  book keeps its own ledger file and archives
      *----------------------------------------------------------------
       LOAD-BOOKS section.
             move zero to book-count
             open input ledger-file
             if ledger-file-fs not = zero
               go to LOAD-BOOKS-EXIT
             end-if
             move space to src-eof
             perform until src-eof = 'EOF'
               read ledger-file
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF' and book-count < 50
                 add 1 to book-count
                 move ledger-code to btab-code (book-count)
               end-if
             end-perform
             close ledger-file.
       LOAD-BOOKS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-BOOK  -  book b: kozukai_<code>.dat and its archives
      *----------------------------------------------------------------
       ANON-BOOK section.
             move 8 to wled-len
             perform until wled-len = zero
                or btab-code (b) (wled-len:1) not = space
               subtract 1 from wled-len
             end-perform
             if wled-len = zero
               go to ANON-BOOK-EXIT
             end-if
             move space to wbase-filename
             string 'kozukai_' delimited size
                    btab-code (b) (1:wled-len) delimited size
                    '.dat' delimited size
               into wbase-filename
             end-string
             perform ANON-LEDGER
             move space to wled-suffix
             string '_' delimited size
                    btab-code (b) (1:wled-len) delimited size
               into wled-suffix
             end-string
             perform ANON-ARCHIVES.
       ANON-BOOK-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-IOU  -  lender, borrower, note and amount
      *----------------------------------------------------------------
       ANON-IOU section.
             perform SET-FILENAMES
             open input iou-in
             if src-file-fs not = zero
               go to ANON-IOU-EXIT
             end-if
             open output iou-out
             if tgt-file-fs not = zero
               close iou-in
               go to ANON-IOU-EXIT
             end-if
             perform until src-eof = 'EOF'
               read iou-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move iou-rec to tr-iou-rec
                 move iou-lender of iou-rec to wname-in
                 perform MAP-NAME
                 move wname-out to iou-lender of tr-iou-rec
                 move iou-borrower of iou-rec to wname-in
                 perform MAP-NAME
                 move wname-out to iou-borrower of tr-iou-rec
                 move iou-note of iou-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out to iou-note of tr-iou-rec
                 move iou-money of iou-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to iou-money of tr-iou-rec
                 write tr-iou-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close iou-in
             close iou-out
             perform END-OF-FILE-COUNT.
       ANON-IOU-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-PAYSLIP  -  the member (part of the key), the keying
      *  user, the note and every amount on the slip
      *----------------------------------------------------------------
       ANON-PAYSLIP section.
             perform SET-FILENAMES
             open input payslip-in
             if src-file-fs not = zero
               go to ANON-PAYSLIP-EXIT
             end-if
             open output payslip-out
             if tgt-file-fs not = zero
               close payslip-in
               go to ANON-PAYSLIP-EXIT
             end-if
             perform until src-eof = 'EOF'
               read payslip-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move payslip-rec to tr-payslip-rec
                 move slip-member of payslip-rec to wname-in
                 perform MAP-NAME
                 move wname-out to slip-member of tr-payslip-rec
                 move slip-user of payslip-rec to wname-in
                 perform MAP-NAME
                 move wname-out to slip-user of tr-payslip-rec
                 move slip-note of payslip-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out to slip-note of tr-payslip-rec
                 move slip-gross of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-gross of tr-payslip-rec
                 move slip-nontaxable of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-nontaxable of tr-payslip-rec
                 move slip-income-tax of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-income-tax of tr-payslip-rec
                 move slip-resident-tax of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out
                   to slip-resident-tax of tr-payslip-rec
                 move slip-health of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-health of tr-payslip-rec
                 move slip-pension of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-pension of tr-payslip-rec
                 move slip-employment of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-employment of tr-payslip-rec
                 move slip-other of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-other of tr-payslip-rec
                 move slip-net of payslip-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to slip-net of tr-payslip-rec
                 write tr-payslip-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close payslip-in
             close payslip-out
             perform END-OF-FILE-COUNT.
       ANON-PAYSLIP-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-SETTLEMENT  -  the member (part of the key) and amount
      *----------------------------------------------------------------
       ANON-SETTLEMENT section.
             perform SET-FILENAMES
             open input settlement-in
             if src-file-fs not = zero
               go to ANON-SETTLEMENT-EXIT
             end-if
             open output settlement-out
             if tgt-file-fs not = zero
               close settlement-in
               go to ANON-SETTLEMENT-EXIT
             end-if
             perform until src-eof = 'EOF'
               read settlement-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move settlement-rec to tr-settlement-rec
                 move setl-member of settlement-rec to wname-in
                 perform MAP-NAME
                 move wname-out to setl-member of tr-settlement-rec
                 move setl-amount of settlement-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to setl-amount of tr-settlement-rec
                 write tr-settlement-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close settlement-in
             close settlement-out
             perform END-OF-FILE-COUNT.
       ANON-SETTLEMENT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-PENDING  -  approval queue: the people on the row, its
      *  note and comment, and the amount
      *----------------------------------------------------------------
       ANON-PENDING section.
             perform SET-FILENAMES
             open input pending-in
             if src-file-fs not = zero
               go to ANON-PENDING-EXIT
             end-if
             open output pending-out
             if tgt-file-fs not = zero
               close pending-in
               go to ANON-PENDING-EXIT
             end-if
             perform until src-eof = 'EOF'
               read pending-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move pending-rec to tr-pending-rec
                 move pend-member of pending-rec to wname-in
                 perform MAP-NAME
                 move wname-out to pend-member of tr-pending-rec
                 move pend-requested-by of pending-rec to wname-in
                 perform MAP-NAME
                 move wname-out
                   to pend-requested-by of tr-pending-rec
                 move pend-decided-by of pending-rec to wname-in
                 perform MAP-NAME
                 move wname-out to pend-decided-by of tr-pending-rec
                 move pend-claimant of pending-rec to wname-in
                 perform MAP-NAME
                 move wname-out to pend-claimant of tr-pending-rec
                 move pend-note of pending-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out to pend-note of tr-pending-rec
                 move pend-comment of pending-rec to wnote-in
                 perform FAKE-NOTE
                 move wnote-out to pend-comment of tr-pending-rec
                 move pend-money of pending-rec to wamt-in
                 perform SCALE-AMOUNT
                 move wamt-out to pend-money of tr-pending-rec
                 write tr-pending-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close pending-in
             close pending-out
             perform END-OF-FILE-COUNT.
       ANON-PENDING-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-CHAT-ROOMS  -  the room registry: last poster mapped, a
      *  room password set to the training one; the rooms are kept
      *  for their own window and archive files
      *----------------------------------------------------------------
       ANON-CHAT-ROOMS section.
             move zero to room-count
             perform SET-FILENAMES
             open input chat-room-in
             if src-file-fs not = zero
               go to ANON-CHAT-ROOMS-EXIT
             end-if
             open output chat-room-out
             if tgt-file-fs not = zero
               close chat-room-in
               go to ANON-CHAT-ROOMS-EXIT
             end-if
             perform until src-eof = 'EOF'
               read chat-room-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move chat-room-rec to tr-chat-room-rec
                 move reg-last-name of chat-room-rec to wname-in
                 perform MAP-NAME
                 move wname-out to reg-last-name of tr-chat-room-rec
                 if reg-password of chat-room-rec not = space
                   move wtrain-password
                     to reg-password of tr-chat-room-rec
                 end-if
                 write tr-chat-room-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
                 if room-count < 200
                   add 1 to room-count
                   move reg-room of chat-room-rec
                     to rtab-room (room-count)
                 end-if
               end-if
             end-perform
             close chat-room-in
             close chat-room-out
             perform END-OF-FILE-COUNT.
       ANON-CHAT-ROOMS-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-ROOM-FILES  -  room r's live window and archive, named
      *  the way chat.cob's BUILD-ROOM-FILENAME names them
      *----------------------------------------------------------------
       ANON-ROOM-FILES section.
             move rtab-room (r) to wroom-file-key
             move length of wroom-file-key to wrf-len
             perform until wrf-len = zero
                        or wroom-file-key (wrf-len:1) not = space
               subtract 1 from wrf-len
             end-perform
             if wrf-len = zero
               move 1   to wrf-len
               move 'X' to wroom-file-key (1:1)
             end-if
             perform varying wrf-i from 1 by 1 until wrf-i > wrf-len
               evaluate wroom-file-key (wrf-i:1)
                 when '/'
                 when '\'
                 when '.'
                 when ' '
                 when ':'
                   move '_' to wroom-file-key (wrf-i:1)
                 when other
                   continue
               end-evaluate
             end-perform

             move space to wbase-filename
             string 'chat_'                    delimited size
                    wroom-file-key (1:wrf-len) delimited size
                    '.dat'                     delimited size
               into wbase-filename
             end-string
             perform ANON-CHAT-WINDOW

             move space to wbase-filename
             string 'chathist_'                delimited size
                    wroom-file-key (1:wrf-len) delimited size
                    '.dat'                     delimited size
               into wbase-filename
             end-string
             perform ANON-CHAT-ARCHIVE
             exit.

       ANON-CHAT-WINDOW section.
             perform SET-FILENAMES
             open input chat-in
             if src-file-fs not = zero
               go to ANON-CHAT-WINDOW-EXIT
             end-if
             open output chat-out
             if tgt-file-fs not = zero
               close chat-in
               go to ANON-CHAT-WINDOW-EXIT
             end-if
             perform until src-eof = 'EOF'
               read chat-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move chat-rec to tr-chat-rec
                 move wname of chat-rec to wname-in
                 perform MAP-NAME
                 move wname-out to wname of tr-chat-rec
                 move wdm-to of chat-rec to wname-in
                 perform MAP-NAME
                 move wname-out to wdm-to of tr-chat-rec
                 move wreply-name of chat-rec to wname-in
                 perform MAP-NAME
                 move wname-out to wreply-name of tr-chat-rec
                 move wdata of chat-rec to wnote-in
                 perform FAKE-CHAT-TEXT
                 move wnote-out to wdata of tr-chat-rec
                 write tr-chat-rec
                 add 1 to wfile-recs
               end-if
             end-perform
             close chat-in
             close chat-out
             perform END-OF-FILE-COUNT.
       ANON-CHAT-WINDOW-EXIT.
             exit.

       ANON-CHAT-ARCHIVE section.
             perform SET-FILENAMES
             open input chat-history-in
             if src-file-fs not = zero
               go to ANON-CHAT-ARCHIVE-EXIT
             end-if
             open output chat-history-out
             if tgt-file-fs not = zero
               close chat-history-in
               go to ANON-CHAT-ARCHIVE-EXIT
             end-if
             perform until src-eof = 'EOF'
               read chat-history-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move chat-history-rec to tr-chat-history-rec
                 move hist-name of chat-history-rec to wname-in
                 perform MAP-NAME
                 move wname-out to hist-name of tr-chat-history-rec
                 move hist-dm-to of chat-history-rec to wname-in
                 perform MAP-NAME
                 move wname-out
                   to hist-dm-to of tr-chat-history-rec
                 move hist-reply-name of chat-history-rec to wname-in
                 perform MAP-NAME
                 move wname-out
                   to hist-reply-name of tr-chat-history-rec
                 move hist-data of chat-history-rec to wnote-in
                 perform FAKE-CHAT-TEXT
                 move wnote-out to hist-data of tr-chat-history-rec
                 write tr-chat-history-rec
                 add 1 to wfile-recs
               end-if
             end-perform
             close chat-history-in
             close chat-history-out
             perform END-OF-FILE-COUNT.
       ANON-CHAT-ARCHIVE-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-CHAT-DM  -  direct-message counters: recipient (the
      *  key) and sender
      *----------------------------------------------------------------
       ANON-CHAT-DM section.
             perform SET-FILENAMES
             open input chat-dm-in
             if src-file-fs not = zero
               go to ANON-CHAT-DM-EXIT
             end-if
             open output chat-dm-out
             if tgt-file-fs not = zero
               close chat-dm-in
               go to ANON-CHAT-DM-EXIT
             end-if
             perform until src-eof = 'EOF'
               read chat-dm-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move chat-dm-rec to tr-chat-dm-rec
                 move dm-recipient of chat-dm-rec to wname-in
                 perform MAP-NAME
                 move wname-out to dm-recipient of tr-chat-dm-rec
                 move dm-from of chat-dm-rec to wname-in
                 perform MAP-NAME
                 move wname-out to dm-from of tr-chat-dm-rec
                 write tr-chat-dm-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close chat-dm-in
             close chat-dm-out
             perform END-OF-FILE-COUNT.
       ANON-CHAT-DM-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-CHAT-ROSTER  -  members-only room rosters: the user
      *  (part of the key) and who invited them
      *----------------------------------------------------------------
       ANON-CHAT-ROSTER section.
             perform SET-FILENAMES
             open input chat-roster-in
             if src-file-fs not = zero
               go to ANON-CHAT-ROSTER-EXIT
             end-if
             open output chat-roster-out
             if tgt-file-fs not = zero
               close chat-roster-in
               go to ANON-CHAT-ROSTER-EXIT
             end-if
             perform until src-eof = 'EOF'
               read chat-roster-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move chat-roster-rec to tr-chat-roster-rec
                 move ros-user of chat-roster-rec to wname-in
                 perform MAP-NAME
                 move wname-out to ros-user of tr-chat-roster-rec
                 move ros-invited-by of chat-roster-rec to wname-in
                 perform MAP-NAME
                 move wname-out
                   to ros-invited-by of tr-chat-roster-rec
                 write tr-chat-roster-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close chat-roster-in
             close chat-roster-out
             perform END-OF-FILE-COUNT.
       ANON-CHAT-ROSTER-EXIT.
             exit.

      *----------------------------------------------------------------
      *  ANON-MENTION  -  @mention counters: recipient (the key) and
      *  sender
      *----------------------------------------------------------------
       ANON-MENTION section.
             perform SET-FILENAMES
             open input mention-in
             if src-file-fs not = zero
               go to ANON-MENTION-EXIT
             end-if
             open output mention-out
             if tgt-file-fs not = zero
               close mention-in
               go to ANON-MENTION-EXIT
             end-if
             perform until src-eof = 'EOF'
               read mention-in
                 at end move 'EOF' to src-eof
               end-read
               if src-eof not = 'EOF'
                 move mention-rec to tr-mention-rec
                 move mn-recipient of mention-rec to wname-in
                 perform MAP-NAME
                 move wname-out to mn-recipient of tr-mention-rec
                 move mn-from of mention-rec to wname-in
                 perform MAP-NAME
                 move wname-out to mn-from of tr-mention-rec
                 write tr-mention-rec
                   invalid key add 1 to wdup-count
                   not invalid key add 1 to wfile-recs
                 end-write
               end-if
             end-perform
             close mention-in
             close mention-out
             perform END-OF-FILE-COUNT.
       ANON-MENTION-EXIT.
             exit.

      *----------------------------------------------------------------
      *  MAP-NAME  -  wname-in to its fake name in wname-out, giving
      *  a name not seen before the next personnnn; blank stays blank
      *----------------------------------------------------------------
       MAP-NAME section.
             move space to wname-out
             if wname-in = space
               go to MAP-NAME-EXIT
             end-if
             perform varying n from 1 by 1 until n > name-count
               if ntab-real (n) = wname-in
                 move ntab-fake (n) to wname-out
                 go to MAP-NAME-EXIT
               end-if
             end-perform
             if name-count >= 500
               add 1 to name-full-count
               move 'person999' to wname-out
               go to MAP-NAME-EXIT
             end-if
             add 1 to name-count
             move name-count to wname-no
             move wname-in to ntab-real (name-count)
             move space to ntab-fake (name-count)
             string 'person' delimited size
                    wname-no delimited size
               into ntab-fake (name-count)
             end-string
             move ntab-fake (name-count) to wname-out.
       MAP-NAME-EXIT.
             exit.

      *----------------------------------------------------------------
      *  FAKE-NOTE / FAKE-CHAT-TEXT  -  wnote-in to 'note nnnnn' /
      *  'message nnnnn' in wnote-out, nnnnn a fold of the text so
      *  equal texts stay equal; a 振替 note keeps its marker, which
      *  the reports test for
      *----------------------------------------------------------------
       FAKE-NOTE section.
             move 'note' to wnote-kind
             perform FAKE-TEXT
             exit.

       FAKE-CHAT-TEXT section.
             move 'message' to wnote-kind
             perform FAKE-TEXT
             exit.

       FAKE-TEXT section.
             move space to wnote-out
             if wnote-in = space
               go to FAKE-TEXT-EXIT
             end-if
             move zero to wfold-work
             perform varying wfold-i from 1 by 1
                until wfold-i > length of wnote-in
               compute wfold-ord =
                  function ord(wnote-in (wfold-i:1))
               compute wfold-work =
                  function mod(wfold-work * 31 + wfold-ord, 99991)
             end-perform
             move wfold-work to wfold-value
             if wnote-in (1:6) = '振替'
               string '振替 '     delimited size
                      wnote-kind  delimited space
                      ' '         delimited size
                      wfold-value delimited size
                 into wnote-out
               end-string
             else
               string wnote-kind  delimited space
                      ' '         delimited size
                      wfold-value delimited size
                 into wnote-out
               end-string
             end-if.
       FAKE-TEXT-EXIT.
             exit.

      *----------------------------------------------------------------
      *  SCALE-AMOUNT  -  wamt-in times the secret percentage, to
      *  the yen
      *----------------------------------------------------------------
       SCALE-AMOUNT section.
             compute wamt-out rounded = wamt-in * wfactor / 100
             exit.

      *----------------------------------------------------------------
      *  COMPUTE-CRED-HASH  -  fold the salt and the candidate
      *  password staged in whash-input into whash-value, byte by
      *  byte modulo the prime 999999937, the same fold the audit
      *  chain uses
      *----------------------------------------------------------------
       COMPUTE-CRED-HASH section.
             move zero to whash-work
             perform varying whash-i from 1 by 1
                until whash-i > length of whash-input
               compute whash-ord =
                  function ord(whash-input (whash-i:1))
               compute whash-work =
                  function mod(whash-work * 31 + whash-ord,
                               999999937)
             end-perform
             move whash-work to whash-value
             exit.
