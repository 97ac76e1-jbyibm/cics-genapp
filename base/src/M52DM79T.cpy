      *>****************************************************************M52DM79T
      *> TABLE DB2 M79T : Param seuils anomalies SYNCHRO                M52DM79T
      *>----------------------------------------------------------------M52DM79T
      *CONTROL NOSOURCE                                                 M52DM79T
      *> Auteur           :  Jacques Sernesi                            M52DM79T
      *> Date de Création :  15/10/26                                   M52DM79T
      *> Origine Création :  Projet 017431 : TOPS NPE / Forbearance     M52DM79T
      *>                                                                M52DM79T
      *>                                                                M52DM79T
      *> Segment de description de la table M79T.                       M52DM79T
      *>                                                                M52DM79T
      *> Table paramètre des seuils de taux d'anomalie du flux SYNCHRO  M52DM79T
      *> par caisse. Au-delà de son seuil, les contrats de la caisse    M52DM79T
      *> sont retenus par M5ES01 et ne sont pas transmis sur SI52Z1.    M52DM79T
      *> La ligne de caisse ***** porte le seuil des caisses sans       M52DM79T
      *> ligne propre.                                                  M52DM79T
      *>----------------------------------------------------------------M52DM79T
      *> MOT CLES :                                                     M52DM79T
      *>                                                                M52DM79T
      *>----------------------------------------------------------------M52DM79T
      *CONTROL SOURCE                                                   M52DM79T
      *> Utilisation :                                                  M52DM79T
      *> copy M52DM79T replacing leading ==M79T== by ==prefix==         M52DM79T
      *>                         leading ==V-M79T== by ==V-prefix==.    M52DM79T
      *>****************************************************************M52DM79T
      *> -- 15/10/2026 14:06:51 BIB:M5B SESSION:9881  USER:USER         M52DM79T
      *>----------------------------------------------------------------M52DM79T
      *> Param seuils anomalies SYNCHRO                                 M52DM79T
       01               M79T.                                           M52DM79T
      *> Code Etab Banque Entité Juridique                              *00001
               10       M79T-COCXBQ    PIC X(5).                        *00001
      *> Date début validité (SSAA-MM-JJ)                               *00006
               10       M79T-DDEHVA    PIC X(10).                       *00006
      *> Date fin validité (SSAA-MM-JJ)                                 *00016
               10       M79T-DFEHVA    PIC X(10).                       *00016
      *> Taux seuil anomalies SYNCHRO (%)                               *00026
               10       M79T-TXM5SA    PIC S9(3)V99 PACKED-DECIMAL.     *00026
      *>                                                                M52DM79T
       >>if AA-A-DB2NOIND not defined                                   M52DM79T
       01               V-M79T.                                         M52DM79T
               10       V-M79T-COCXBQ  PIC S9(4) COMP-5.                M52DM79T
               10       V-M79T-DDEHVA  PIC S9(4) COMP-5.                M52DM79T
               10       V-M79T-DFEHVA  PIC S9(4) COMP-5.                M52DM79T
               10       V-M79T-TXM5SA  PIC S9(4) COMP-5.                M52DM79T
       01               V-M79T-R       REDEFINES V-M79T.                M52DM79T
               10       V-M79T-A       PIC S9(4) COMP-5                 M52DM79T
                                       OCCURS 00004.                    M52DM79T
       >>end-if                                                         M52DM79T
       >>define AA-A-DB2NOIND off                                       M52DM79T
