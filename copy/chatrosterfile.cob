      *----------------------------------------------------------------
      *  CHATROSTERFILE  -  record layout for chat-roster-file
      *  (kozukaichatroster.dat), who belongs to a members-only room:
      *  one row per room and credentials username, the owner's row
      *  role 'O' and everyone they invited role 'M'.
      *  chatroster.cob is where the owner keeps it; chat.cob reads
      *  it on every request into a members-only room, so a removed
      *  member is shut out from their very next page load.
      *----------------------------------------------------------------
       01 chat-roster-rec.
          02 ros-key.
             03 ros-room        pic x(20).
             03 ros-user        pic x(20).
          02 ros-role           pic x(01).
             88 ros-owner             value 'O'.
             88 ros-member            value 'M'.
      *   ros-invited-by  -  the owner (or admin) who added the row
          02 ros-invited-by     pic x(20).
          02 ros-added          pic x(14).
          02 ros-updated        pic x(14).
