      * Outbound notification record, one line per message on
      * notify_queue.txt, built by NOTIFYQ for the messaging gateway
      * from the night's board events and prize awards.  NT-CHANNEL
      * and NT-ADDRESS are copied from the player master's contact
      * details; NT-DATE is the night the events belong to.
      *   PB - new personal best on the board named by NT-GAME-ID.
      *   FB - first time the player has made that board.
      *   T1 - the player took the #1 slot on that board.
      *   KO - the player was knocked off that board.
      *   SP - season prize won; NT-POSITION is the finishing place
      *        and NT-AMOUNT the award.
      *   LP - league prize won; as SP.
      * NT-SCORE carries the score for the board events and is zero
      * on the prize messages; NT-POSITION is the slot the score
      * landed in for PB/FB/T1 and the slot held for KO.
      * NT-TEXT is the plain-language headline for the message.
      * COPY this member REPLACING RECNAME with the 01-level name,
      * e.g.
      *     COPY NOTIFREC REPLACING ==RECNAME== BY ==NOTIFYLINE==.
       01  RECNAME.
           05  NT-PLAYER-ID                 PIC X(10).
           05  NT-CHANNEL                   PIC X(01).
           05  NT-ADDRESS                   PIC X(40).
           05  NT-EVENT                     PIC X(02).
               88  NOTIFY-PERSONAL-BEST     VALUE "PB".
               88  NOTIFY-FIRST-ON-BOARD    VALUE "FB".
               88  NOTIFY-TOOK-TOP          VALUE "T1".
               88  NOTIFY-KNOCKED-OFF       VALUE "KO".
               88  NOTIFY-SEASON-PRIZE      VALUE "SP".
               88  NOTIFY-LEAGUE-PRIZE      VALUE "LP".
           05  NT-GAME-ID                   PIC X(10).
           05  NT-SCORE                     PIC 9(10).
           05  NT-POSITION                  PIC 9(02).
           05  NT-AMOUNT                    PIC 9(07)V99.
           05  NT-DATE                      PIC 9(08).
           05  NT-TEXT                      PIC X(30).
