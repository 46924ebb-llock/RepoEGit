      ***             P R O G R A M  C H A N G E  L O G                *
      ******************************************************************
      *  CHANGED BY:                                  DATE:            *
      *                                                                *
      *  LOUIS - INITIAL VERSION - SYMBOLIC MAPS FOR   2026-10-15      *
      *          THE EMPOIQM MAPSET (EMPOIQ10 ONLINE                   *
      *          INQUIRY); LIST ROWS AS AN OCCURS TABLE                *
      *                                                                *
      ******************************************************************

      *    OIQSRCH - SEARCH SCREEN
       01  OIQSRCHI.
           02  FILLER                         PIC X(12).
           02  SEMPNOL                        PIC S9(4) COMP.
           02  SEMPNOF                        PIC X.
           02  FILLER REDEFINES SEMPNOF.
               03  SEMPNOA                    PIC X.
           02  SEMPNOI                        PIC X(06).
           02  SLNAMEL                        PIC S9(4) COMP.
           02  SLNAMEF                        PIC X.
           02  FILLER REDEFINES SLNAMEF.
               03  SLNAMEA                    PIC X.
           02  SLNAMEI                        PIC X(15).
           02  SDEPTL                         PIC S9(4) COMP.
           02  SDEPTF                         PIC X.
           02  FILLER REDEFINES SDEPTF.
               03  SDEPTA                     PIC X.
           02  SDEPTI                         PIC X(03).
           02  SMSGL                          PIC S9(4) COMP.
           02  SMSGF                          PIC X.
           02  FILLER REDEFINES SMSGF.
               03  SMSGA                      PIC X.
           02  SMSGI                          PIC X(78).
       01  OIQSRCHO REDEFINES OIQSRCHI.
           02  FILLER                         PIC X(12).
           02  FILLER                         PIC X(03).
           02  SEMPNOO                        PIC X(06).
           02  FILLER                         PIC X(03).
           02  SLNAMEO                        PIC X(15).
           02  FILLER                         PIC X(03).
           02  SDEPTO                         PIC X(03).
           02  FILLER                         PIC X(03).
           02  SMSGO                          PIC X(78).
      /
      *    OIQLIST - RESULT LIST - 15 ROWS OF SELECT CODE AND LINE
       01  OIQLISTI.
           02  FILLER                         PIC X(12).
           02  LPAGEL                         PIC S9(4) COMP.
           02  LPAGEF                         PIC X.
           02  FILLER REDEFINES LPAGEF.
               03  LPAGEA                     PIC X.
           02  LPAGEI                         PIC X(04).
           02  LCRITL                         PIC S9(4) COMP.
           02  LCRITF                         PIC X.
           02  FILLER REDEFINES LCRITF.
               03  LCRITA                     PIC X.
           02  LCRITI                         PIC X(60).
           02  LROWI OCCURS 15 TIMES.
               03  LSELL                      PIC S9(4) COMP.
               03  LSELF                      PIC X.
               03  FILLER REDEFINES LSELF.
                   04  LSELA                  PIC X.
               03  LSELI                      PIC X.
               03  LLINL                      PIC S9(4) COMP.
               03  LLINF                      PIC X.
               03  FILLER REDEFINES LLINF.
                   04  LLINA                  PIC X.
               03  LLINI                      PIC X(74).
           02  LMSGL                          PIC S9(4) COMP.
           02  LMSGF                          PIC X.
           02  FILLER REDEFINES LMSGF.
               03  LMSGA                      PIC X.
           02  LMSGI                          PIC X(78).
       01  OIQLISTO REDEFINES OIQLISTI.
           02  FILLER                         PIC X(12).
           02  FILLER                         PIC X(03).
           02  LPAGEO                         PIC X(04).
           02  FILLER                         PIC X(03).
           02  LCRITO                         PIC X(60).
           02  LROWO OCCURS 15 TIMES.
               03  FILLER                     PIC X(03).
               03  LSELO                      PIC X.
               03  FILLER                     PIC X(03).
               03  LLINO                      PIC X(74).
           02  FILLER                         PIC X(03).
           02  LMSGO                          PIC X(78).
      /
      *    OIQDETL - DETAIL SCREEN
       01  OIQDETLI.
           02  FILLER                         PIC X(12).
           02  DEMPNOL                        PIC S9(4) COMP.
           02  DEMPNOF                        PIC X.
           02  FILLER REDEFINES DEMPNOF.
               03  DEMPNOA                    PIC X.
           02  DEMPNOI                        PIC X(06).
           02  DFNAMEL                        PIC S9(4) COMP.
           02  DFNAMEF                        PIC X.
           02  FILLER REDEFINES DFNAMEF.
               03  DFNAMEA                    PIC X.
           02  DFNAMEI                        PIC X(12).
           02  DLNAMEL                        PIC S9(4) COMP.
           02  DLNAMEF                        PIC X.
           02  FILLER REDEFINES DLNAMEF.
               03  DLNAMEA                    PIC X.
           02  DLNAMEI                        PIC X(15).
           02  DDEPTL                         PIC S9(4) COMP.
           02  DDEPTF                         PIC X.
           02  FILLER REDEFINES DDEPTF.
               03  DDEPTA                     PIC X.
           02  DDEPTI                         PIC X(03).
           02  DDNAMEL                        PIC S9(4) COMP.
           02  DDNAMEF                        PIC X.
           02  FILLER REDEFINES DDNAMEF.
               03  DDNAMEA                    PIC X.
           02  DDNAMEI                        PIC X(36).
           02  DEDLVLL                        PIC S9(4) COMP.
           02  DEDLVLF                        PIC X.
           02  FILLER REDEFINES DEDLVLF.
               03  DEDLVLA                    PIC X.
           02  DEDLVLI                        PIC X(02).
           02  DSEXL                          PIC S9(4) COMP.
           02  DSEXF                          PIC X.
           02  FILLER REDEFINES DSEXF.
               03  DSEXA                      PIC X.
           02  DSEXI                          PIC X.
           02  DSALL                          PIC S9(4) COMP.
           02  DSALF                          PIC X.
           02  FILLER REDEFINES DSALF.
               03  DSALA                      PIC X.
           02  DSALI                          PIC X(13).
           02  DBONUSL                        PIC S9(4) COMP.
           02  DBONUSF                        PIC X.
           02  FILLER REDEFINES DBONUSF.
               03  DBONUSA                    PIC X.
           02  DBONUSI                        PIC X(13).
           02  DCOMML                         PIC S9(4) COMP.
           02  DCOMMF                         PIC X.
           02  FILLER REDEFINES DCOMMF.
               03  DCOMMA                     PIC X.
           02  DCOMMI                         PIC X(13).
           02  DTCOMPL                        PIC S9(4) COMP.
           02  DTCOMPF                        PIC X.
           02  FILLER REDEFINES DTCOMPF.
               03  DTCOMPA                    PIC X.
           02  DTCOMPI                        PIC X(15).
           02  DPAYNTL                        PIC S9(4) COMP.
           02  DPAYNTF                        PIC X.
           02  FILLER REDEFINES DPAYNTF.
               03  DPAYNTA                    PIC X.
           02  DPAYNTI                        PIC X(60).
           02  DMSGL                          PIC S9(4) COMP.
           02  DMSGF                          PIC X.
           02  FILLER REDEFINES DMSGF.
               03  DMSGA                      PIC X.
           02  DMSGI                          PIC X(78).
       01  OIQDETLO REDEFINES OIQDETLI.
           02  FILLER                         PIC X(12).
           02  FILLER                         PIC X(03).
           02  DEMPNOO                        PIC X(06).
           02  FILLER                         PIC X(03).
           02  DFNAMEO                        PIC X(12).
           02  FILLER                         PIC X(03).
           02  DLNAMEO                        PIC X(15).
           02  FILLER                         PIC X(03).
           02  DDEPTO                         PIC X(03).
           02  FILLER                         PIC X(03).
           02  DDNAMEO                        PIC X(36).
           02  FILLER                         PIC X(03).
           02  DEDLVLO                        PIC X(02).
           02  FILLER                         PIC X(03).
           02  DSEXO                          PIC X.
           02  FILLER                         PIC X(03).
           02  DSALO                          PIC X(13).
           02  FILLER                         PIC X(03).
           02  DBONUSO                        PIC X(13).
           02  FILLER                         PIC X(03).
           02  DCOMMO                         PIC X(13).
           02  FILLER                         PIC X(03).
           02  DTCOMPO                        PIC X(15).
           02  FILLER                         PIC X(03).
           02  DPAYNTO                        PIC X(60).
           02  FILLER                         PIC X(03).
           02  DMSGO                          PIC X(78).
