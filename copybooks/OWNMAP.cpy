      *----------------------------------------------------------
      * Symbolic map for the OWNSET/OWNMAP ownership registry
      * transaction (MODE=INOUT - the entry fields come back on
      * RECEIVE MAP, the browse body goes out on SEND MAP).
      * Field order and lengths mirror OWNMAP.bms; the twelve
      * body lines are overlaid with an OCCURS so the program
      * can fill them by subscript, the same arrangement as the
      * TMNMAP parameter maintenance map.
      *----------------------------------------------------------
       01  OWNMAPI.
           03  FILLER          PIC X(12).
           03  OWNDATEL        PIC S9(4) COMP.
           03  OWNDATEF        PIC X(1).
           03  OWNDATEI        PIC X(10).
           03  OWNACTL         PIC S9(4) COMP.
           03  OWNACTF         PIC X(1).
           03  OWNACTI         PIC X(1).
           03  OWNSCHL         PIC S9(4) COMP.
           03  OWNSCHF         PIC X(1).
           03  OWNSCHI         PIC X(64).
           03  OWNPATL         PIC S9(4) COMP.
           03  OWNPATF         PIC X(1).
           03  OWNPATI         PIC X(68).
           03  OWNAPPL         PIC S9(4) COMP.
           03  OWNAPPF         PIC X(1).
           03  OWNAPPI         PIC X(30).
           03  OWNOWNL         PIC S9(4) COMP.
           03  OWNOWNF         PIC X(1).
           03  OWNOWNI         PIC X(60).
           03  OWNCCL          PIC S9(4) COMP.
           03  OWNCCF          PIC X(1).
           03  OWNCCI          PIC X(10).
           03  OWNBODYI OCCURS 12 TIMES INDEXED BY OWN-LI-IDX.
               05  OWNLINEL    PIC S9(4) COMP.
               05  OWNLINEF    PIC X(1).
               05  OWNLINEI    PIC X(78).
           03  OWNPAGEL        PIC S9(4) COMP.
           03  OWNPAGEF        PIC X(1).
           03  OWNPAGEI        PIC X(20).
           03  OWNMSGL         PIC S9(4) COMP.
           03  OWNMSGF         PIC X(1).
           03  OWNMSGI         PIC X(78).
       01  OWNMAPO REDEFINES OWNMAPI.
           03  FILLER          PIC X(12).
           03  FILLER          PIC S9(4) COMP.
           03  OWNDATEA        PIC X(1).
           03  OWNDATEO        PIC X(10).
           03  FILLER          PIC S9(4) COMP.
           03  OWNACTA         PIC X(1).
           03  OWNACTO         PIC X(1).
           03  FILLER          PIC S9(4) COMP.
           03  OWNSCHA         PIC X(1).
           03  OWNSCHO         PIC X(64).
           03  FILLER          PIC S9(4) COMP.
           03  OWNPATA         PIC X(1).
           03  OWNPATO         PIC X(68).
           03  FILLER          PIC S9(4) COMP.
           03  OWNAPPA         PIC X(1).
           03  OWNAPPO         PIC X(30).
           03  FILLER          PIC S9(4) COMP.
           03  OWNOWNA         PIC X(1).
           03  OWNOWNO         PIC X(60).
           03  FILLER          PIC S9(4) COMP.
           03  OWNCCA          PIC X(1).
           03  OWNCCO          PIC X(10).
           03  OWNBODYO OCCURS 12 TIMES INDEXED BY OWN-LO-IDX.
               05  FILLER      PIC S9(4) COMP.
               05  OWNLINEA    PIC X(1).
               05  OWNLINEO    PIC X(78).
           03  FILLER          PIC S9(4) COMP.
           03  OWNPAGEA        PIC X(1).
           03  OWNPAGEO        PIC X(20).
           03  FILLER          PIC S9(4) COMP.
           03  OWNMSGA         PIC X(1).
           03  OWNMSGO         PIC X(78).
