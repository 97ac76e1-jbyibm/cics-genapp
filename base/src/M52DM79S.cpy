      *>****************************************************************M52DM79S
      *> TABLE DB2 M79S : Suivi anomalies SYNCHRO                       M52DM79S
      *>----------------------------------------------------------------M52DM79S
      *CONTROL NOSOURCE                                                 M52DM79S
      *> Auteur           :  Jacques Sernesi                            M52DM79S
      *> Date de Création :  15/10/26                                   M52DM79S
      *> Origine Création :  Projet 017431 : TOPS NPE / Forbearance     M52DM79S
      *>                                                                M52DM79S
      *>                                                                M52DM79S
      *> Segment de description de la table M79S.                       M52DM79S
      *>                                                                M52DM79S
      *> Historique des anomalies de comptage SYNCHRO (SY001 à SY005)   M52DM79S
      *> relevées par M5ES01, une ligne par caisse, contrat, date       M52DM79S
      *> d'effet et code anomalie. L'état est N (nouvelle : relevée     M52DM79S
      *> pour la première fois au dernier traitement), R (récurrente :  M52DM79S
      *> relevée de nouveau) ou S (soldée : contrat renvoyé sans        M52DM79S
      *> l'anomalie). Une anomalie soldée qui réapparaît repart en N.   M52DM79S
      *> La date de résolution vaut 9999-12-31 tant que l'anomalie      M52DM79S
      *> n'est pas soldée.                                              M52DM79S
      *>----------------------------------------------------------------M52DM79S
      *> MOT CLES :                                                     M52DM79S
      *>                                                                M52DM79S
      *>----------------------------------------------------------------M52DM79S
      *CONTROL SOURCE                                                   M52DM79S
      *> Utilisation :                                                  M52DM79S
      *> copy M52DM79S replacing leading ==M79S== by ==prefix==         M52DM79S
      *>                         leading ==V-M79S== by ==V-prefix==.    M52DM79S
      *>****************************************************************M52DM79S
      *> -- 15/10/2026 10:42:17 BIB:M5B SESSION:9874  USER:USER         M52DM79S
      *>----------------------------------------------------------------M52DM79S
      *> Suivi anomalies SYNCHRO                                        M52DM79S
       01               M79S.                                           M52DM79S
      *> Code Etab Banque Entité Juridique                              *00001
               10       M79S-COCXBQ    PIC X(5).                        *00001
      *> Identifiant crédit                                             *00006
               10       M79S-IDCT      PIC X(7).                        *00006
      *> Date effet contrat crédit (SSAAMMJJ)                           *00013
               10       M79S-DTEF      PIC X(8).                        *00013
      *> Code anomalie NPE FORBEARANCE                                  *00021
               10       M79S-CDM5AN    PIC X(05).                       *00021
      *> Code état anomalie (N, R, S)                                   *00026
               10       M79S-CEM5AN    PIC X(1).                        *00026
      *> Date première détection (SSAA-MM-JJ)                           *00027
               10       M79S-DDM5AN    PIC X(10).                       *00027
      *> Date dernière détection (SSAA-MM-JJ)                           *00037
               10       M79S-DFM5AN    PIC X(10).                       *00037
      *> Date résolution (SSAA-MM-JJ)                                   *00047
               10       M79S-DRM5AN    PIC X(10).                       *00047
      *> Nombre de traitements en anomalie                              *00057
               10       M79S-NBM5AN    PIC S9(5) PACKED-DECIMAL.        *00057
      *>                                                                M52DM79S
       >>if AA-A-DB2NOIND not defined                                   M52DM79S
       01               V-M79S.                                         M52DM79S
               10       V-M79S-COCXBQ  PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-IDCT    PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-DTEF    PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-CDM5AN  PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-CEM5AN  PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-DDM5AN  PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-DFM5AN  PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-DRM5AN  PIC S9(4) COMP-5.                M52DM79S
               10       V-M79S-NBM5AN  PIC S9(4) COMP-5.                M52DM79S
       01               V-M79S-R       REDEFINES V-M79S.                M52DM79S
               10       V-M79S-A       PIC S9(4) COMP-5                 M52DM79S
                                       OCCURS 00009.                    M52DM79S
       >>end-if                                                         M52DM79S
       >>define AA-A-DB2NOIND off                                       M52DM79S
