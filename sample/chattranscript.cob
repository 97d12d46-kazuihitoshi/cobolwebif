      *  chronological listing, paginated with page headers the way
      *  kozukaipassbook.cob paginates, with a line count per poster
      *  at the end.  Rows in the live window have not rolled to the
      *  archive yet, so the two sources never overlap.  A reply
      *  carries a second line naming the message it answers, so a
      *  thread can be followed through the listing.  A message
      *  its poster corrected or withdrew is marked so, and the
      *  superseded original archived at that moment is listed too,
      *  marked as the original.
      *  Command line: ROOM FROMDATE TODATE (dates YYYYMMDD).
      *  Output lands in chattranscript.txt.
      *----------------------------------------------------------------
          02 wtime    pic x(20).
          02 wdata    pic x(200).
          02 wdm-to   pic x(30).
          02 wreply-name pic x(30).
          02 wreply-time pic x(20).
          02 wedit-flag  pic x(01).

       fd chat-history-file.
       copy chathistoryfile.
           03 wdata    pic x(200).
           03 wtime    pic x(20).
           03 wdm-to   pic x(30).
           03 wreply-name pic x(30).
           03 wreply-time pic x(20).
           03 wedit-flag  pic x(01).
       01 i                  pic 9(03).
       01 wlive-count        pic 9(03) value zero.
       01 wrow-date8         pic x(08) value space.
       01 wline-name         pic x(30) value space.
       01 wline-data         pic x(200) value space.
       01 wline-dm-to        pic x(30) value space.
       01 wline-reply-name   pic x(30) value space.
       01 wline-reply-time   pic x(20) value space.
       01 wline-edit-flag    pic x(01) value space.
       01 wline-text         pic x(200) value space.
       01 wline-ptr          pic 9(03) value zero.

       PROCEDURE             DIVISION.
       MAIN-PROC             SECTION.
                 move hist-name  to wline-name
                 move hist-data  to wline-data
                 move hist-dm-to to wline-dm-to
                 move hist-reply-name to wline-reply-name
                 move hist-reply-time to wline-reply-time
                 move hist-edit-flag to wline-edit-flag
                 perform WRITE-DETAIL-LINE
               end-if
               read chat-history-file next record
                 to wtime  of wchat-rec-tab (wlive-count)
               move wdm-to of chat-rec
                 to wdm-to of wchat-rec-tab (wlive-count)
               move wreply-name of chat-rec
                 to wreply-name of wchat-rec-tab (wlive-count)
               move wreply-time of chat-rec
                 to wreply-time of wchat-rec-tab (wlive-count)
               move wedit-flag of chat-rec
                 to wedit-flag of wchat-rec-tab (wlive-count)
               read chat-file
                 at end move 'EOF' to chat-rec-eof
               end-read
                   move wname  of wchat-rec-tab (i) to wline-name
                   move wdata  of wchat-rec-tab (i) to wline-data
                   move wdm-to of wchat-rec-tab (i) to wline-dm-to
                   move wreply-name of wchat-rec-tab (i)
                     to wline-reply-name
                   move wreply-time of wchat-rec-tab (i)
                     to wline-reply-time
                   move wedit-flag of wchat-rec-tab (i)
                     to wline-edit-flag
                   perform WRITE-DETAIL-LINE
                 end-if
               end-if
      *----------------------------------------------------------------
      *  WRITE-DETAIL-LINE  -  print one transcript line, starting a
      *  fresh page with header whenever the current page is full,
      *  and fold the poster into the footer tally; a reply gets a
      *  follow-on line with the handle and stamp it answers
      *----------------------------------------------------------------
       WRITE-DETAIL-LINE section.
             if wline-count = zero or wline-count >= wlines-per-page
             move spaces to report-line
             move wline-time  to report-line (1:20)
             move wline-name  to report-line (22:30)
             move space to wline-text
             move 1 to wline-ptr
             if wline-dm-to not = space
               string '(DM) ' delimited size
                 into wline-text with pointer wline-ptr
               end-string
             end-if
             evaluate wline-edit-flag
               when 'E'
                 string '(編集済) ' delimited size
                   into wline-text with pointer wline-ptr
                 end-string
               when 'R'
                 string '(取消) ' delimited size
                   into wline-text with pointer wline-ptr
                 end-string
               when 'O'
                 string '(原文) ' delimited size
                   into wline-text with pointer wline-ptr
                 end-string
             end-evaluate
             string wline-data delimited size
               into wline-text with pointer wline-ptr
             end-string
             move wline-text (1:75) to report-line (53:75)
             write report-line
             add 1 to wline-count
             if wline-reply-name not = space
               move spaces to report-line
               string 'RE: '           delimited size
                      wline-reply-name delimited '  '
                      '  '             delimited size
                      wline-reply-time delimited size
                 into report-line (53:75)
               end-string
               write report-line
               add 1 to wline-count
             end-if
             add 1 to wtotal-lines
             perform ADD-TO-POSTER
             exit.
