          02 filler pic x value low-value.
          02 wpin-data       pic x(200) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'REPLYNAME'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wreply-name     pic x(30) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'REPLYTIME'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wreply-time     pic x(20) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'SHOPDUE'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wshop-due       pic x(200) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'MUTEHANDLE'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wmute-handle    pic x(30) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'MUTESCOPE'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wmute-scope     pic x(01) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'MUTELIST'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wmute-list      pic x(200) value space.
          02 filler pic x value low-value.
      *   the login a members-only room's gate screen asks for
          02 filler pic x(15) value 'MEMBERUSER'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wmember-user    pic x(20) value space.
          02 filler pic x value low-value.
          02 filler pic x(15) value 'MEMBERPW'.
          02 filler pic x value low-value.
          02 filler pic x value space.
          02 filler pic x value low-value.
          02 wmember-pw      pic x(20) value space.
          02 filler pic x value low-value.
      *   the open poll rendered with the room on every SHOW-LOG
          02 poll-view-table.
             03 poll-view-item occurs 5.
                04 wname       pic x(30).
                04 wdata       pic x(200).
                04 wtime       pic x(20).
      *         the parent a reply answers, and how deep under the
      *         thread opener it sits (0 = opener) for indenting
                04 wreply-name pic x(30).
                04 wreply-time pic x(20).
                04 wdepth      pic 9(01).

      *----------------------------------------------------------------
      *  chat-param-in / chat-param-ot  -  typed working copies used
          02 wunread-cnt     pic x(03).
          02 wdivider-time   pic x(20).
          02 wmention-notice pic x(60).
          02 wreply-name     pic x(30).
          02 wreply-time     pic x(20).
          02 wshop-due       pic x(200).
          02 wmute-handle    pic x(30).
          02 wmute-scope     pic x(01).
          02 wmute-list      pic x(200).
          02 wmember-user    pic x(20).
          02 wmember-pw      pic x(20).

       01 chat-param-ot.
          02 wscreenname     pic x(80).
          02 wunread-cnt     pic x(03).
          02 wdivider-time   pic x(20).
          02 wmention-notice pic x(60).
          02 wreply-name     pic x(30).
          02 wreply-time     pic x(20).
          02 wshop-due       pic x(200).
          02 wmute-handle    pic x(30).
          02 wmute-scope     pic x(01).
          02 wmute-list      pic x(200).
          02 wmember-user    pic x(20).
          02 wmember-pw      pic x(20).
