      *>      raises operational messages, so the id/text layout
      *>      stays in lock-step across the suite. MsgId carries the
      *>      catalogued id with its severity suffix (AOC105E
      *>      style); the catalogue itself is the message reference
      *>      aocmsgref.txt (see MSGLOG), the one place monitoring
      *>      patterns and operator responses are maintained
           01 MsgParm.
               05 MsgId PIC X(7).
               05 MsgText PIC X(120).
