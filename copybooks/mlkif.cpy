      * USERMAST FOR UPDATE REGISTERS ITSELF HERE AT STARTUP AND     *
      * RELEASES AT CLEAN SHUTDOWN (USRAUTH, WHICH OPENS AND CLOSES  *
      * PER CALL, REGISTERS AND RELEASES PER CALL); USRRELD,         *
      * USRLAYCV, USRPWCNV AND USRMJREC QUERY FIRST AND REFUSE TO    *
      * START WHILE ANYONE HOLDS THE MASTER, SO A REBUILD,           *
      * CONVERSION OR ROLL-FORWARD CAN NEVER RUN UNDER A LIVE        *
      * UPDATER. THE LOCK CUTS BOTH WAYS:                            *
      * REGISTER ITSELF COMES BACK "02" WHILE A UTILITY ROW IS ON    *
      * FILE, AND THE REFUSED UPDATER MUST NOT TOUCH THE MASTER -    *
      * A LATE STARTER CANNOT SLIP IN UNDER A REBUILD IN FLIGHT.     *
