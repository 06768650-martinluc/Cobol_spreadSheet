000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP25                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 15/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* EPURATION ET ARCHIVAGE DE L'HISTORIQUE CUBEHIST, ALIMENTE EN  *
000120* EXTENSION PAR ADSOTP9 (UNE GENERATION COMPLETE PAR PASSAGE).  *
000130* LE PROGRAMME EST PILOTE PAR LA CARTE PARMIN :                 *
000140*   E = EPURATION : LES GENERATIONS DES N DERNIERS JOURS SONT   *
000150*       CONSERVEES, AINSI QUE LA DERNIERE GENERATION DE CHACUN  *
000160*       DES M DERNIERS MOIS (GENERATION DE FIN DE MOIS) ; LES   *
000170*       AUTRES SONT DEPLACEES DANS L'ARCHIVE. LES GENERATIONS   *
000180*       PLUS ANCIENNES QUE LA DUREE DE CONSERVATION DE          *
000190*       L'ARCHIVE (FACULTATIVE) SONT PURGEES ;                  *
000200*   R = RESTAURATION : LES GENERATIONS DE L'ARCHIVE COMPRISES   *
000210*       DANS UNE PLAGE DE DATES SONT REFONDUES DANS CUBEHIST,   *
000220*       A LEUR PLACE CHRONOLOGIQUE, POUR UNE ENQUETE D'AUDIT    *
000230*       (ADSOTP12). L'ARCHIVE EST RECOPIEE INCHANGEE.           *
000240* LES DEUX FICHIERS SONT RELUS ET REECRITS EN NOUVELLE          *
000250* GENERATION (HISTOUT, ARCHOUT), QUI NE REMPLACENT LES ANCIENNES*
000260* QU'APRES CONTROLE DE L'ETAT RPTOUT : SORT DE CHAQUE GENERATION*
000270* AVEC NOMBRE D'ENREGISTREMENTS ET TOTAL DES MONTANTS, ET       *
000280* CONTROLE D'EQUILIBRE AVANT / APRES.                           *
000290* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = TOUT EST EN     *
000300* ORDRE, 4 = RESTAURATION INCOMPLETE (PLAGE SANS GENERATION OU  *
000310* GENERATION DEJA PRESENTE), 8 = CONTROLE D'EQUILIBRE EN ECART, *
000320* 16 = ARRET ANORMAL.                                           *
000330*---------------------------------------------------------------*
000340*--               HISTORIQUE DES MODIFICATIONS --               *
000350*---------------------------------------------------------------*
000360* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000370*---------------------------------------------------------------*
000380* 15/10/2026    ! CREATION DU PROGRAMME                         *
000381* 15/10/2026    ! EPURATION : ARCHOUT EST ECRIT PAR FUSION SUR  *
000382*               ! LA DATE DE L'ARCHIVE ET DES GENERATIONS       *
000383*               ! ARCHIVEES (UNE FIN DE MOIS ARCHIVEE APRES M   *
000384*               ! MOIS GARDE SA PLACE CHRONOLOGIQUE). LECTURES  *
000385*               ! DE CUBEHIST ET DE L'ARCHIVE SUIVIES PAR DES   *
000386*               ! INDICES DE GENERATION DISTINCTS               *
000390*===============================================================*
000400*
000410*************************
000420  IDENTIFICATION DIVISION.
000430*************************
000440  PROGRAM-ID.      ADSOTP25.
000450*
000460*                  ==============================               *
000470*=================<  ENVIRONMENT      DIVISION   >==============*
000480*                  ==============================               *
000490*                                                               *
000500*===============================================================*
000510*
000520**********************
000530  ENVIRONMENT DIVISION.
000540**********************
000550*
000560*======================
000570  CONFIGURATION SECTION.
000580*======================
000590*
000600*--------------
000610  SPECIAL-NAMES.
000620*--------------
000630      DECIMAL-POINT IS COMMA.
000640*
000650*=====================
000660  INPUT-OUTPUT SECTION.
000670*=====================
000680*
000690*-------------
000700  FILE-CONTROL.
000710*-------------
000720*
000730      SELECT CUBE-HIST-FILE ASSIGN TO CUBEHIST
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS  IS WS-HIST-FILE-STATUS.
000760*
000770*---------------------------------------------------------------*
000780*   ARCHIVE COURANTE : ABSENTE AU PREMIER PASSAGE (ARCHIVE VIDE) *
000790*---------------------------------------------------------------*
000800      SELECT ARCH-IN-FILE   ASSIGN TO ARCHIN
000810             ORGANIZATION IS SEQUENTIAL
000820             FILE STATUS  IS WS-ARCI-FILE-STATUS.
000830*
000840      SELECT PARM-FILE      ASSIGN TO PARMIN
000850             ORGANIZATION IS SEQUENTIAL
000860             FILE STATUS  IS WS-PARM-FILE-STATUS.
000870*
000880      SELECT HIST-OUT-FILE  ASSIGN TO HISTOUT
000890             ORGANIZATION IS SEQUENTIAL
000900             FILE STATUS  IS WS-HISO-FILE-STATUS.
000910*
000920      SELECT ARCH-OUT-FILE  ASSIGN TO ARCHOUT
000930             ORGANIZATION IS SEQUENTIAL
000940             FILE STATUS  IS WS-ARCO-FILE-STATUS.
000950*
000960      SELECT RPT-FILE       ASSIGN TO RPTOUT
000970             ORGANIZATION IS SEQUENTIAL
000980             FILE STATUS  IS WS-RPT-FILE-STATUS.
000990*
001000*                  ==============================               *
001010*=================<       DATA        DIVISION   >==============*
001020*                  ==============================               *
001030*                                                               *
001040*===============================================================*
001050*
001060***************
001070  DATA DIVISION.
001080***************
001090*
001100*=============
001110  FILE SECTION.
001120*=============
001130*
001140*---------------------------------------------------------------*
001150*   HISTORIQUE DES GENERATIONS ECRIT PAR ADSOTP9 : DECOUPAGE     *
001160*   CUBEIN (COORDONNEES + VALEUR + NOM DE CUBE A BLANC) COMPLETE *
001170*   DE LA DATE DE GENERATION EN COLONNES 21-28. LE FICHIER EST   *
001180*   ALIMENTE EN EXTENSION : SON ORDRE EST L'ORDRE CHRONOLOGIQUE  *
001190*---------------------------------------------------------------*
001200  FD  CUBE-HIST-FILE
001210      RECORDING MODE IS F
001220      RECORD CONTAINS 80 CHARACTERS.
001230*
001240  01  CUBE-HIST-RECORD.
001250      05  HIS-LIGNE                     PIC 99.
001260      05  HIS-COLONNE                   PIC 99.
001270      05  HIS-HAUTEUR                   PIC 99.
001280      05  HIS-VALEUR                    PIC S9(7)V99
001290                                        SIGN LEADING SEPARATE.
001300      05  HIS-CUBE                      PIC X(4).
001310      05  HIS-DATE-GEN                  PIC X(8).
001320      05  FILLER                        PIC X(52).
001330*
001340*---------------------------------------------------------------*
001350*   ARCHIVE : MEME DECOUPAGE QUE CUBEHIST, GENERATIONS DANS      *
001360*   L'ORDRE CHRONOLOGIQUE                                        *
001370*---------------------------------------------------------------*
001380  FD  ARCH-IN-FILE
001390      RECORDING MODE IS F
001400      RECORD CONTAINS 80 CHARACTERS.
001410*
001420  01  ARCH-IN-RECORD.
001430      05  ARC-LIGNE                     PIC 99.
001440      05  ARC-COLONNE                   PIC 99.
001450      05  ARC-HAUTEUR                   PIC 99.
001460      05  ARC-VALEUR                    PIC S9(7)V99
001470                                        SIGN LEADING SEPARATE.
001480      05  ARC-CUBE                      PIC X(4).
001490      05  ARC-DATE-GEN                  PIC X(8).
001500      05  FILLER                        PIC X(52).
001510*
001520*---------------------------------------------------------------*
001530*   CARTE PARAMETRE (OBLIGATOIRE) : MODE EN COLONNE 1 (E OU      *
001540*   BLANC = EPURATION, R = RESTAURATION), PUIS                   *
001550*   EPURATION    : JOURS CONSERVES (2-4), MOIS CONSERVES EN FIN  *
001560*                  DE MOIS (5-7), DUREE DE L'ARCHIVE EN MOIS     *
001570*                  (8-10, BLANC OU ZERO = SANS LIMITE), DATE DE  *
001580*                  REFERENCE SSAAMMJJ (11-18, BLANC = DU JOUR)   *
001590*   RESTAURATION : PREMIERE DATE (2-9) ET DERNIERE DATE (10-17,  *
001600*                  BLANC = LA PREMIERE) DE LA PLAGE RESTAUREE    *
001610*---------------------------------------------------------------*
001620  FD  PARM-FILE
001630      RECORDING MODE IS F
001640      RECORD CONTAINS 80 CHARACTERS.
001650*
001660  01  PARM-RECORD.
001670      05  PARM-MODE                     PIC X.
001680      05  PARM-DONNEES                  PIC X(79).
001690      05  PARM-EPURATION REDEFINES PARM-DONNEES.
001700          10  PARM-NB-JOURS             PIC X(3).
001710          10  PARM-NB-JOURS-9
001720              REDEFINES PARM-NB-JOURS   PIC 9(3).
001730          10  PARM-NB-MOIS              PIC X(3).
001740          10  PARM-NB-MOIS-9
001750              REDEFINES PARM-NB-MOIS    PIC 9(3).
001760          10  PARM-MOIS-ARCH            PIC X(3).
001770          10  PARM-MOIS-ARCH-9
001780              REDEFINES PARM-MOIS-ARCH  PIC 9(3).
001790          10  PARM-DATE-REF             PIC X(8).
001800          10  FILLER                    PIC X(62).
001810      05  PARM-RESTAURATION REDEFINES PARM-DONNEES.
001820          10  PARM-DATE-DEB             PIC X(8).
001830          10  PARM-DATE-FIN             PIC X(8).
001840          10  FILLER                    PIC X(63).
001850*
001860  FD  HIST-OUT-FILE
001870      RECORDING MODE IS F
001880      RECORD CONTAINS 80 CHARACTERS.
001890*
001900  01  HIST-OUT-RECORD                   PIC X(80).
001910*
001920  FD  ARCH-OUT-FILE
001930      RECORDING MODE IS F
001940      RECORD CONTAINS 80 CHARACTERS.
001950*
001960  01  ARCH-OUT-RECORD                   PIC X(80).
001970*
001980  FD  RPT-FILE
001990      RECORDING MODE IS F
002000      RECORD CONTAINS 80 CHARACTERS.
002010*
002020  01  RPT-RECORD                        PIC X(80).
002030*
002040*========================
002050  WORKING-STORAGE SECTION.
002060*========================
002070*---------------------------------------------------------------*
002080*   GENERATIONS RENCONTREES : CELLES DE CUBEHIST (1 A            *
002090*   WS-NB-GEN-HIST) PUIS CELLES DE L'ARCHIVE, DANS L'ORDRE DES   *
002100*   FICHIERS. SORT DE LA GENERATION DANS LE PASSAGE :            *
002110*   J = CONSERVEE (N DERNIERS JOURS)                             *
002120*   M = CONSERVEE (FIN DE MOIS)                                  *
002130*   A = ARCHIVEE                                                 *
002140*   D = PURGEE, DEJA PRESENTE DANS L'ARCHIVE                     *
002150*   P = PURGEE (AU-DELA DE LA DUREE DE L'ARCHIVE)                *
002160*   C = MAINTENUE DANS L'ARCHIVE                                 *
002170*   K = CONSERVEE (HISTORIQUE EN RESTAURATION)                   *
002180*   R = RESTAUREE DANS CUBEHIST (ET MAINTENUE DANS L'ARCHIVE)    *
002190*   X = NON RESTAUREE, DATE DEJA PRESENTE DANS CUBEHIST          *
002200*---------------------------------------------------------------*
002210  01  WS-GENERATIONS.
002220      05  WS-GEN-ENT                    OCCURS 2000.
002230          10  WS-GEN-DATE               PIC X(8).
002240          10  WS-GEN-SORT               PIC X.
002250          10  WS-GEN-NB                 PIC 9(7).
002260          10  WS-GEN-TOTAL              PIC S9(11)V99.
002270*
002280  01  WS-NB-GEN                         PIC 9(4)    VALUE 0.
002290  01  WS-NB-GEN-HIST                    PIC 9(4)    VALUE 0.
002300  01  WS-IGEN                           PIC 9(4).
002310  01  WS-JGEN                           PIC 9(4).
002320  01  WS-IGEN-DEB                       PIC 9(4).
002330  01  WS-IGEN-FIN                       PIC 9(4).
002340  01  WS-IGEN-LU                        PIC 9(4).
002345  01  WS-IGEN-LU-ARC                    PIC 9(4).
002350*
002360* ENREGISTREMENT A RANGER DANS LA TABLE DES GENERATIONS
002370  01  WS-ENR-DATE                       PIC X(8).
002380  01  WS-ENR-VALEUR                     PIC S9(7)V99
002390                                        SIGN LEADING SEPARATE.
002400  01  WS-ENR-FICHIER                    PIC X(8).
002410*
002420* RECHERCHE D'UNE DATE DE GENERATION DANS UNE PARTIE DE LA TABLE
002430  01  WS-DATE-CHERCHEE                  PIC X(8).
002440  01  WS-TROUVE-SW                      PIC X       VALUE 'N'.
002450      88  WS-TROUVE                                VALUE 'O'.
002460*
002470*---------------------------------------------------------------*
002480*   PARAMETRES EFFECTIFS DU PASSAGE (CF. CARTE PARMIN)           *
002490*---------------------------------------------------------------*
002500  01  WS-MODE                           PIC X.
002510      88  WS-MODE-EPURATION                        VALUE 'E'.
002520      88  WS-MODE-RESTAURATION                     VALUE 'R'.
002530  01  WS-NB-JOURS                       PIC 9(3)    VALUE 0.
002540  01  WS-NB-MOIS                        PIC 9(3)    VALUE 0.
002550  01  WS-MOIS-ARCH                      PIC 9(3)    VALUE 0.
002560  01  WS-DATE-REF                       PIC X(8).
002570  01  WS-DATE-DEB                       PIC X(8).
002580  01  WS-DATE-FIN                       PIC X(8).
002590*
002600* REFERENCE DU CALCUL DES ANCIENNETES : JOUR ET RANG DU MOIS
002610  01  WS-JOUR-REF                       PIC 9(7).
002620  01  WS-MOIS-REF                       PIC 9(6).
002630  01  WS-MOIS-GEN                       PIC 9(6).
002640  01  WS-AGE-JOURS                      PIC S9(7).
002650  01  WS-AGE-MOIS                       PIC S9(6).
002660  01  WS-FIN-MOIS-SW                    PIC X       VALUE 'N'.
002670      88  WS-FIN-MOIS                              VALUE 'O'.
002680*
002690  01  WS-HIST-FILE-STATUS               PIC X(02).
002700      88  WS-HIST-FILE-OK                          VALUE '00'.
002710*
002720  01  WS-ARCI-FILE-STATUS               PIC X(02).
002730      88  WS-ARCI-FILE-OK                          VALUE '00'.
002740*
002750  01  WS-PARM-FILE-STATUS               PIC X(02).
002760      88  WS-PARM-FILE-OK                          VALUE '00'.
002770*
002780  01  WS-HISO-FILE-STATUS               PIC X(02).
002790      88  WS-HISO-FILE-OK                          VALUE '00'.
002800*
002810  01  WS-ARCO-FILE-STATUS               PIC X(02).
002820      88  WS-ARCO-FILE-OK                          VALUE '00'.
002830*
002840  01  WS-RPT-FILE-STATUS                PIC X(02).
002850      88  WS-RPT-FILE-OK                           VALUE '00'.
002860*
002870  01  WS-HIST-FILE-FIN-SW               PIC X       VALUE 'N'.
002880      88  WS-HIST-FILE-TERMINE                     VALUE 'O'.
002890*
002900  01  WS-ARCI-FILE-FIN-SW               PIC X       VALUE 'N'.
002910      88  WS-ARCI-FILE-TERMINE                     VALUE 'O'.
002920*
002930  01  WS-ARCHIVE-SW                     PIC X       VALUE 'N'.
002940      88  WS-ARCHIVE-PRESENTE                      VALUE 'O'.
002950*
002960* ENREGISTREMENT D'ARCHIVE LU, A RESTAURER OU NON
002970  01  WS-ARC-RESTAURE-SW                PIC X       VALUE 'N'.
002980      88  WS-ARC-A-RESTAURER                       VALUE 'O'.
002982*
002984* ENREGISTREMENT D'ARCHIVE LU, A MAINTENIR OU PURGE (EPURATION)
002986  01  WS-ARC-GARDE-SW                   PIC X       VALUE 'N'.
002988      88  WS-ARC-A-GARDER                          VALUE 'O'.
002990*
003000*---------------------------------------------------------------*
003010*   COMPTEURS ET TOTAUX DU CONTROLE D'EQUILIBRE :                *
003020*   AVANT = CUBEHIST LU + ARCHIVE LUE                            *
003030*   APRES = HISTOUT + ARCHOUT + PURGES - COPIES RESTAUREES       *
003040*---------------------------------------------------------------*
003050  01  WS-AV-HIST-NB                     PIC 9(9)    VALUE 0.
003060  01  WS-AV-HIST-MT                     PIC S9(13)V99 VALUE 0.
003070  01  WS-AV-ARCH-NB                     PIC 9(9)    VALUE 0.
003080  01  WS-AV-ARCH-MT                     PIC S9(13)V99 VALUE 0.
003090  01  WS-AP-HIST-NB                     PIC 9(9)    VALUE 0.
003100  01  WS-AP-HIST-MT                     PIC S9(13)V99 VALUE 0.
003110  01  WS-AP-ARCH-NB                     PIC 9(9)    VALUE 0.
003120  01  WS-AP-ARCH-MT                     PIC S9(13)V99 VALUE 0.
003130  01  WS-AP-PURGE-NB                    PIC 9(9)    VALUE 0.
003140  01  WS-AP-PURGE-MT                    PIC S9(13)V99 VALUE 0.
003150  01  WS-AP-REST-NB                     PIC 9(9)    VALUE 0.
003160  01  WS-AP-REST-MT                     PIC S9(13)V99 VALUE 0.
003170  01  WS-AV-TOTAL-NB                    PIC 9(9)    VALUE 0.
003180  01  WS-AV-TOTAL-MT                    PIC S9(13)V99 VALUE 0.
003190  01  WS-AP-TOTAL-NB                    PIC 9(9)    VALUE 0.
003200  01  WS-AP-TOTAL-MT                    PIC S9(13)V99 VALUE 0.
003210*
003220* NOMBRE DE GENERATIONS PAR SORT (ORDRE DE WS-SORTS)
003230  01  WS-NBG-SORT.
003240      05  WS-NBG                        OCCURS 9   PIC 9(4).
003250  01  WS-ISORT                          PIC 99.
003260*
003270*---------------------------------------------------------------*
003280*   CODES ET LIBELLES DES SORTS D'UNE GENERATION (CF. TABLE DES  *
003290*   GENERATIONS)                                                 *
003300*---------------------------------------------------------------*
003310  01  WS-SORTS-VAL.
003320      05  FILLER   PIC X(21) VALUE 'JCONSERVEE JOURS    '.
003330      05  FILLER   PIC X(21) VALUE 'MCONSERVEE FIN MOIS '.
003340      05  FILLER   PIC X(21) VALUE 'AARCHIVEE           '.
003350      05  FILLER   PIC X(21) VALUE 'DPURGEE DEJA ARCHIVE'.
003360      05  FILLER   PIC X(21) VALUE 'PPURGEE             '.
003370      05  FILLER   PIC X(21) VALUE 'CMAINTENUE ARCHIVE  '.
003380      05  FILLER   PIC X(21) VALUE 'KCONSERVEE          '.
003390      05  FILLER   PIC X(21) VALUE 'RRESTAUREE          '.
003400      05  FILLER   PIC X(21) VALUE 'XDEJA DANS CUBEHIST '.
003410  01  WS-SORTS REDEFINES WS-SORTS-VAL.
003420      05  WS-SORT-ENT                   OCCURS 9.
003430          10  WS-SORT-CODE              PIC X.
003440          10  WS-SORT-LIB               PIC X(20).
003450*
003460  01  WS-CR-FINAL                       PIC 99      VALUE 0.
003470*
003480* DATE DU PASSAGE
003490  01  WS-DATE-SYS                       PIC X(8).
003500*
003510*---------------------------------------------------------------*
003520*   CALCUL DU NUMERO DE JOUR D'UNE DATE SSAAMMJJ (JOUR JULIEN),  *
003530*   POUR LES ECARTS EN JOURS ENTRE DEUX DATES                    *
003540*---------------------------------------------------------------*
003550  01  WS-DJ-DATE.
003560      05  WS-DJ-SSAA                    PIC 9(4).
003570      05  WS-DJ-MM                      PIC 99.
003580      05  WS-DJ-JJ                      PIC 99.
003590  01  WS-DJ-DATE-X REDEFINES WS-DJ-DATE PIC X(8).
003600  01  WS-DJ-A                           PIC 9.
003610  01  WS-DJ-Y                           PIC 9(5).
003620  01  WS-DJ-M                           PIC 99.
003630  01  WS-DJ-T1                          PIC 9(5).
003640  01  WS-DJ-T2                          PIC 9(5).
003650  01  WS-DJ-T3                          PIC 9(5).
003660  01  WS-DJ-T4                          PIC 9(5).
003670  01  WS-DJ-NUM                         PIC 9(7).
003680  01  WS-DJ-VALIDE-SW                   PIC X       VALUE 'N'.
003690      88  WS-DJ-VALIDE                             VALUE 'O'.
003700*
003710* ZONES D'EDITION DES MONTANTS (POINT DECIMAL, CF. ADSOTP7)
003720  01  WS-GEN-TOTAL-ED                   PIC +9(11),99.
003730  01  WS-MT-ED                          PIC +9(13),99.
003740  01  WS-ORIGINE                        PIC X(8).
003750*
003760  01  WS-LEDIT                          PIC X(80).
003770*
003780*                  ==============================               *
003790*=================<   PROCEDURE       DIVISION   >==============*
003800*                  ==============================               *
003810*                                                               *
003820*===============================================================*
003830*
003840  PROCEDURE           DIVISION.
003850*
003860*---------------------------------------------------------------*
003870*               DESCRIPTION DU COMPOSANT PROGRAMME              *
003880*               ==================================              *
003890*---------------------------------------------------------------*
003900*
003910  0000-PROGRAMME-DEB.
003920*
003930      INITIALIZE WS-GENERATIONS WS-NBG-SORT.
003940      ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
003950*
003960      PERFORM 0010-LECTURE-PARM-DEB
003970         THRU 0010-LECTURE-PARM-FIN.
003980*
003990      PERFORM 0100-CHARGE-HIST-DEB
004000         THRU 0100-CHARGE-HIST-FIN.
004010*
004020      PERFORM 0200-CHARGE-ARCHIVE-DEB
004030         THRU 0200-CHARGE-ARCHIVE-FIN.
004040*
004050      IF WS-MODE-EPURATION
004060          PERFORM 1000-CLASSE-EPURATION-DEB
004070             THRU 1000-CLASSE-EPURATION-FIN
004080      ELSE
004090          PERFORM 1100-CLASSE-RESTAURATION-DEB
004100             THRU 1100-CLASSE-RESTAURATION-FIN
004110      END-IF.
004120*
004130      OPEN OUTPUT HIST-OUT-FILE.
004140      IF NOT WS-HISO-FILE-OK
004150          DISPLAY '*========================================*'
004160          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER HISTOUT*'
004170          DISPLAY '*  CODE STATUT : ' WS-HISO-FILE-STATUS
004180          DISPLAY '*========================================*'
004190          GO TO 9999-ERREUR-PROGRAMME-DEB
004200      END-IF.
004210*
004220      OPEN OUTPUT ARCH-OUT-FILE.
004230      IF NOT WS-ARCO-FILE-OK
004240          DISPLAY '*========================================*'
004250          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER ARCHOUT*'
004260          DISPLAY '*  CODE STATUT : ' WS-ARCO-FILE-STATUS
004270          DISPLAY '*========================================*'
004280          GO TO 9999-ERREUR-PROGRAMME-DEB
004290      END-IF.
004300*
004310      OPEN OUTPUT RPT-FILE.
004320      IF NOT WS-RPT-FILE-OK
004330          DISPLAY '*========================================*'
004340          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
004350          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
004360          DISPLAY '*========================================*'
004370          GO TO 9999-ERREUR-PROGRAMME-DEB
004380      END-IF.
004390*
004400      IF WS-MODE-EPURATION
004410          PERFORM 2000-EPURATION-DEB
004420             THRU 2000-EPURATION-FIN
004430      ELSE
004440          PERFORM 2100-RESTAURATION-DEB
004450             THRU 2100-RESTAURATION-FIN
004460      END-IF.
004470*
004480      CLOSE HIST-OUT-FILE.
004490      CLOSE ARCH-OUT-FILE.
004500*
004510      PERFORM 3000-ECRIT-ETAT-DEB
004520         THRU 3000-ECRIT-ETAT-FIN.
004530*
004540      CLOSE RPT-FILE.
004550*
004560      PERFORM 8999-STATISTIQUES-DEB
004570         THRU 8999-STATISTIQUES-FIN.
004580*
004590      PERFORM 9999-FIN-PROGRAMME-DEB
004600         THRU 9999-FIN-PROGRAMME-FIN.
004610*
004620  0000-PROGRAMME-FIN.
004630       EXIT.
004640***************************************************************
004650***************************************************************
004660***************************************************************
004670*---------------------------------------------------------------*
004680*   LECTURE ET CONTROLE DE LA CARTE PARAMETRE. LE PASSAGE        *
004690*   DEPLACE OU SUPPRIME DE L'HISTORIQUE : SANS CARTE VALIDE IL   *
004700*   S'ARRETE, AUCUNE VALEUR PAR DEFAUT N'EST PRISE POUR LES      *
004710*   DUREES DE CONSERVATION NI POUR LA PLAGE RESTAUREE            *
004720*---------------------------------------------------------------*
004730  0010-LECTURE-PARM-DEB.
004740*
004750      OPEN INPUT PARM-FILE.
004760      IF NOT WS-PARM-FILE-OK
004770          DISPLAY '*========================================*'
004780          DISPLAY '*  CARTE PARAMETRE PARMIN ABSENTE         *'
004790          DISPLAY '*  CODE STATUT : ' WS-PARM-FILE-STATUS
004800          DISPLAY '*========================================*'
004810          GO TO 9999-ERREUR-PROGRAMME-DEB
004820      END-IF.
004830      READ PARM-FILE
004840          AT END
004850              DISPLAY '*====================================*'
004860              DISPLAY '*  CARTE PARAMETRE PARMIN VIDE       *'
004870              DISPLAY '*====================================*'
004880              CLOSE PARM-FILE
004890              GO TO 9999-ERREUR-PROGRAMME-DEB
004900      END-READ.
004910      CLOSE PARM-FILE.
004920*
004930      MOVE PARM-MODE TO WS-MODE.
004940      IF WS-MODE = SPACE
004950          MOVE 'E' TO WS-MODE
004960      END-IF.
004970*
004980      EVALUATE TRUE
004990          WHEN WS-MODE-EPURATION
005000              PERFORM 0020-CONTROLE-EPURATION-DEB
005010                 THRU 0020-CONTROLE-EPURATION-FIN
005020          WHEN WS-MODE-RESTAURATION
005030              PERFORM 0030-CONTROLE-RESTAURATION-DEB
005040                 THRU 0030-CONTROLE-RESTAURATION-FIN
005050          WHEN OTHER
005060              DISPLAY '*====================================*'
005070              DISPLAY '*  MODE DE LA CARTE PARMIN INCONNU : '
005080                      PARM-MODE
005090              DISPLAY '*  (E EPURATION, R RESTAURATION)     *'
005100              DISPLAY '*====================================*'
005110              GO TO 9999-ERREUR-PROGRAMME-DEB
005120      END-EVALUATE.
005130*
005140  0010-LECTURE-PARM-FIN.
005150      EXIT.
005160*
005170*---------------------------------------------------------------*
005180*   EPURATION : JOURS ET MOIS CONSERVES OBLIGATOIRES, DUREE DE   *
005190*   L'ARCHIVE A BLANC = SANS LIMITE, DATE DE REFERENCE A BLANC = *
005200*   DATE DU PASSAGE                                              *
005210*---------------------------------------------------------------*
005220  0020-CONTROLE-EPURATION-DEB.
005230*
005240      IF PARM-NB-JOURS IS NOT NUMERIC
005250         OR PARM-NB-MOIS IS NOT NUMERIC
005260          DISPLAY '*========================================*'
005270          DISPLAY '*  CARTE PARMIN : JOURS (COL. 2-4) OU     *'
005280          DISPLAY '*  MOIS (COL. 5-7) CONSERVES INVALIDES    *'
005290          DISPLAY '*========================================*'
005300          GO TO 9999-ERREUR-PROGRAMME-DEB
005310      END-IF.
005320      MOVE PARM-NB-JOURS-9 TO WS-NB-JOURS.
005330      MOVE PARM-NB-MOIS-9  TO WS-NB-MOIS.
005340*
005350      IF PARM-MOIS-ARCH = SPACES
005360          MOVE 0 TO WS-MOIS-ARCH
005370      ELSE
005380          IF PARM-MOIS-ARCH IS NOT NUMERIC
005390              DISPLAY '*====================================*'
005400              DISPLAY '*  CARTE PARMIN : DUREE DE L ARCHIVE *'
005410              DISPLAY '*  (COL. 8-10) INVALIDE              *'
005420              DISPLAY '*====================================*'
005430              GO TO 9999-ERREUR-PROGRAMME-DEB
005440          END-IF
005450          MOVE PARM-MOIS-ARCH-9 TO WS-MOIS-ARCH
005460      END-IF.
005470*
005480      IF PARM-DATE-REF = SPACES
005490          MOVE WS-DATE-SYS TO WS-DATE-REF
005500      ELSE
005510          MOVE PARM-DATE-REF TO WS-DATE-REF
005520      END-IF.
005530      MOVE WS-DATE-REF TO WS-DJ-DATE-X.
005540      PERFORM 7100-CONTROLE-DATE-DEB
005550         THRU 7100-CONTROLE-DATE-FIN.
005560      IF NOT WS-DJ-VALIDE
005570          DISPLAY '*========================================*'
005580          DISPLAY '*  CARTE PARMIN : DATE DE REFERENCE       *'
005590          DISPLAY '*  (COL. 11-18) INVALIDE : ' WS-DATE-REF
005600          DISPLAY '*========================================*'
005610          GO TO 9999-ERREUR-PROGRAMME-DEB
005620      END-IF.
005630      PERFORM 7000-CALCUL-JOUR-DEB
005640         THRU 7000-CALCUL-JOUR-FIN.
005650      MOVE WS-DJ-NUM TO WS-JOUR-REF.
005660      COMPUTE WS-MOIS-REF = WS-DJ-SSAA * 12 + WS-DJ-MM.
005670*
005680      DISPLAY '  MODE                   : EPURATION'.
005690      DISPLAY '  JOURS CONSERVES        : ' WS-NB-JOURS.
005700      DISPLAY '  MOIS CONSERVES (FDM)   : ' WS-NB-MOIS.
005710      DISPLAY '  DUREE ARCHIVE (MOIS)   : ' WS-MOIS-ARCH.
005720      DISPLAY '  DATE DE REFERENCE      : ' WS-DATE-REF.
005730*
005740  0020-CONTROLE-EPURATION-FIN.
005750      EXIT.
005760*
005770*---------------------------------------------------------------*
005780*   RESTAURATION : PREMIERE DATE OBLIGATOIRE, DERNIERE DATE A    *
005790*   BLANC = LA PREMIERE (UNE SEULE GENERATION)                   *
005800*---------------------------------------------------------------*
005810  0030-CONTROLE-RESTAURATION-DEB.
005820*
005830      MOVE PARM-DATE-DEB TO WS-DATE-DEB.
005840      IF PARM-DATE-FIN = SPACES
005850          MOVE PARM-DATE-DEB TO WS-DATE-FIN
005860      ELSE
005870          MOVE PARM-DATE-FIN TO WS-DATE-FIN
005880      END-IF.
005890*
005900      MOVE WS-DATE-DEB TO WS-DJ-DATE-X.
005910      PERFORM 7100-CONTROLE-DATE-DEB
005920         THRU 7100-CONTROLE-DATE-FIN.
005930      IF WS-DJ-VALIDE
005940          MOVE WS-DATE-FIN TO WS-DJ-DATE-X
005950          PERFORM 7100-CONTROLE-DATE-DEB
005960             THRU 7100-CONTROLE-DATE-FIN
005970      END-IF.
005980      IF NOT WS-DJ-VALIDE OR WS-DATE-FIN < WS-DATE-DEB
005990          DISPLAY '*========================================*'
006000          DISPLAY '*  CARTE PARMIN : PLAGE DE RESTAURATION   *'
006010          DISPLAY '*  INVALIDE : ' WS-DATE-DEB ' - ' WS-DATE-FIN
006020          DISPLAY '*========================================*'
006030          GO TO 9999-ERREUR-PROGRAMME-DEB
006040      END-IF.
006050*
006060      DISPLAY '  MODE                   : RESTAURATION'.
006070      DISPLAY '  PLAGE RESTAUREE        : ' WS-DATE-DEB
006080              ' - ' WS-DATE-FIN.
006090*
006100  0030-CONTROLE-RESTAURATION-FIN.
006110      EXIT.
006120*
006130*---------------------------------------------------------------*
006140*   PREMIERE LECTURE DE CUBEHIST : RELEVE DES GENERATIONS, DE    *
006150*   LEUR NOMBRE D'ENREGISTREMENTS ET DU TOTAL DE LEURS MONTANTS. *
006160*   L'HISTORIQUE EST INDISPENSABLE : ABSENT, LE PASSAGE S'ARRETE *
006170*---------------------------------------------------------------*
006180  0100-CHARGE-HIST-DEB.
006190*
006200      OPEN INPUT CUBE-HIST-FILE.
006210      IF NOT WS-HIST-FILE-OK
006220          DISPLAY '*========================================*'
006230          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER        *'
006240          DISPLAY '*  CUBEHIST - CODE STATUT : '
006250                  WS-HIST-FILE-STATUS
006260          DISPLAY '*========================================*'
006270          GO TO 9999-ERREUR-PROGRAMME-DEB
006280      END-IF.
006290*
006300      MOVE 'CUBEHIST' TO WS-ENR-FICHIER.
006310      MOVE 0 TO WS-IGEN-DEB.
006320      PERFORM 0110-LECTURE-HIST-DEB
006330         THRU 0110-LECTURE-HIST-FIN
006340        UNTIL WS-HIST-FILE-TERMINE.
006350      CLOSE CUBE-HIST-FILE.
006360      MOVE WS-NB-GEN TO WS-NB-GEN-HIST.
006370*
006380  0100-CHARGE-HIST-FIN.
006390      EXIT.
006400*
006410  0110-LECTURE-HIST-DEB.
006420*
006430      READ CUBE-HIST-FILE
006440          AT END
006450              MOVE 'O' TO WS-HIST-FILE-FIN-SW
006460              GO TO 0110-LECTURE-HIST-FIN
006470      END-READ.
006480*
006490      MOVE HIS-DATE-GEN TO WS-ENR-DATE.
006500      MOVE HIS-VALEUR   TO WS-ENR-VALEUR.
006510      PERFORM 0300-RANGE-GENERATION-DEB
006520         THRU 0300-RANGE-GENERATION-FIN.
006530      ADD 1 TO WS-AV-HIST-NB.
006540      IF HIS-VALEUR IS NUMERIC
006550          ADD HIS-VALEUR TO WS-AV-HIST-MT
006560      END-IF.
006570*
006580  0110-LECTURE-HIST-FIN.
006590      EXIT.
006600*
006610*---------------------------------------------------------------*
006620*   PREMIERE LECTURE DE L'ARCHIVE, COMME CUBEHIST. ABSENTE :     *
006630*   ARCHIVE VIDE (PREMIER PASSAGE), ARCHOUT SERA CREEE           *
006640*---------------------------------------------------------------*
006650  0200-CHARGE-ARCHIVE-DEB.
006660*
006670      OPEN INPUT ARCH-IN-FILE.
006680      IF NOT WS-ARCI-FILE-OK
006690          DISPLAY '*========================================*'
006700          DISPLAY '*  ARCHIVE ARCHIN ABSENTE : ARCHIVE VIDE  *'
006710          DISPLAY '*========================================*'
006720          GO TO 0200-CHARGE-ARCHIVE-FIN
006730      END-IF.
006740*
006750      MOVE 'O' TO WS-ARCHIVE-SW.
006760      MOVE 'ARCHIN  ' TO WS-ENR-FICHIER.
006770      MOVE WS-NB-GEN TO WS-IGEN-DEB.
006780      PERFORM 0210-LECTURE-ARCHIVE-DEB
006790         THRU 0210-LECTURE-ARCHIVE-FIN
006800        UNTIL WS-ARCI-FILE-TERMINE.
006810      CLOSE ARCH-IN-FILE.
006820*
006830  0200-CHARGE-ARCHIVE-FIN.
006840      EXIT.
006850*
006860  0210-LECTURE-ARCHIVE-DEB.
006870*
006880      READ ARCH-IN-FILE
006890          AT END
006900              MOVE 'O' TO WS-ARCI-FILE-FIN-SW
006910              GO TO 0210-LECTURE-ARCHIVE-FIN
006920      END-READ.
006930*
006940      MOVE ARC-DATE-GEN TO WS-ENR-DATE.
006950      MOVE ARC-VALEUR   TO WS-ENR-VALEUR.
006960      PERFORM 0300-RANGE-GENERATION-DEB
006970         THRU 0300-RANGE-GENERATION-FIN.
006980      ADD 1 TO WS-AV-ARCH-NB.
006990      IF ARC-VALEUR IS NUMERIC
007000          ADD ARC-VALEUR TO WS-AV-ARCH-MT
007010      END-IF.
007020*
007030  0210-LECTURE-ARCHIVE-FIN.
007040      EXIT.
007050*
007060*---------------------------------------------------------------*
007070*   RANGEMENT D'UN ENREGISTREMENT DANS LA TABLE : UNE NOUVELLE   *
007080*   GENERATION COMMENCE A CHAQUE CHANGEMENT DE DATE. UNE DATE    *
007090*   ILLISIBLE OU EN RECUL SUR LA PRECEDENTE ARRETE LE PASSAGE :  *
007100*   LE FICHIER N'EST PLUS CHRONOLOGIQUE ET DOIT ETRE REPARE      *
007110*   AVANT TOUTE EPURATION. WS-IGEN-DEB = DERNIERE ENTREE DE LA   *
007120*   TABLE AVANT LE FICHIER EN COURS                              *
007130*---------------------------------------------------------------*
007140  0300-RANGE-GENERATION-DEB.
007150*
007160      IF WS-NB-GEN = WS-IGEN-DEB
007170         OR WS-ENR-DATE NOT = WS-GEN-DATE (WS-NB-GEN)
007180          PERFORM 0310-NOUVELLE-GENERATION-DEB
007190             THRU 0310-NOUVELLE-GENERATION-FIN
007200      END-IF.
007210*
007220      ADD 1 TO WS-GEN-NB (WS-NB-GEN).
007230      IF WS-ENR-VALEUR IS NUMERIC
007240          ADD WS-ENR-VALEUR TO WS-GEN-TOTAL (WS-NB-GEN)
007250      END-IF.
007260*
007270  0300-RANGE-GENERATION-FIN.
007280      EXIT.
007290*
007300  0310-NOUVELLE-GENERATION-DEB.
007310*
007320      MOVE WS-ENR-DATE TO WS-DJ-DATE-X.
007330      PERFORM 7100-CONTROLE-DATE-DEB
007340         THRU 7100-CONTROLE-DATE-FIN.
007350      IF NOT WS-DJ-VALIDE
007360          DISPLAY '*========================================*'
007370          DISPLAY '*  ' WS-ENR-FICHIER ' : DATE DE GENERATION  '
007380          DISPLAY '*  ILLISIBLE : ' WS-ENR-DATE
007390          DISPLAY '*========================================*'
007400          GO TO 9999-ERREUR-PROGRAMME-DEB
007410      END-IF.
007420      IF WS-NB-GEN > WS-IGEN-DEB
007430         AND WS-ENR-DATE < WS-GEN-DATE (WS-NB-GEN)
007440          DISPLAY '*========================================*'
007450          DISPLAY '*  ' WS-ENR-FICHIER ' HORS SEQUENCE : LA    '
007460          DISPLAY '*  GENERATION ' WS-ENR-DATE ' SUIT LA'
007470          DISPLAY '*  GENERATION ' WS-GEN-DATE (WS-NB-GEN)
007480          DISPLAY '*========================================*'
007490          GO TO 9999-ERREUR-PROGRAMME-DEB
007500      END-IF.
007510      IF WS-NB-GEN NOT < 2000
007520          DISPLAY '*========================================*'
007530          DISPLAY '*  PLUS DE 2000 GENERATIONS : TABLE DES   *'
007540          DISPLAY '*  GENERATIONS SATUREE                    *'
007550          DISPLAY '*========================================*'
007560          GO TO 9999-ERREUR-PROGRAMME-DEB
007570      END-IF.
007580*
007590      ADD 1 TO WS-NB-GEN.
007600      MOVE WS-ENR-DATE TO WS-GEN-DATE (WS-NB-GEN).
007610*
007620  0310-NOUVELLE-GENERATION-FIN.
007630      EXIT.
007640*
007650*---------------------------------------------------------------*
007660*   EPURATION : SORT DE CHAQUE GENERATION                        *
007670*---------------------------------------------------------------*
007680  1000-CLASSE-EPURATION-DEB.
007690*
007700      PERFORM 1010-CLASSE-GEN-HIST-DEB
007710         THRU 1010-CLASSE-GEN-HIST-FIN
007720      VARYING WS-IGEN FROM 1 BY 1
007730        UNTIL WS-IGEN > WS-NB-GEN-HIST.
007740*
007750      COMPUTE WS-IGEN = WS-NB-GEN-HIST + 1.
007760      PERFORM 1020-CLASSE-GEN-ARCH-DEB
007770         THRU 1020-CLASSE-GEN-ARCH-FIN
007780      VARYING WS-IGEN FROM WS-IGEN BY 1
007790        UNTIL WS-IGEN > WS-NB-GEN.
007800*
007810  1000-CLASSE-EPURATION-FIN.
007820      EXIT.
007830*
007840*---------------------------------------------------------------*
007850*   GENERATION DE CUBEHIST, DANS L'ORDRE :                       *
007860*   - AGEE D'AU PLUS N JOURS              : CONSERVEE (J)        *
007870*   - DERNIERE DE SON MOIS, MOIS DANS LES *                      *
007880*     M DERNIERS (M > 0)                  : CONSERVEE (M)        *
007890*   - AU-DELA DE LA DUREE DE L'ARCHIVE    : PURGEE (P)           *
007900*   - DATE DEJA DANS L'ARCHIVE (GENERATION*                      *
007910*     RESTAUREE POUR UNE ENQUETE)         : PURGEE (D)           *
007920*   - SINON                               : ARCHIVEE (A)         *
007930*   UNE GENERATION POSTERIEURE A LA DATE DE REFERENCE EST        *
007940*   CONSERVEE                                                    *
007950*---------------------------------------------------------------*
007960  1010-CLASSE-GEN-HIST-DEB.
007970*
007980      PERFORM 1030-CALCUL-AGE-DEB
007990         THRU 1030-CALCUL-AGE-FIN.
008000*
008010      IF WS-AGE-JOURS NOT > WS-NB-JOURS
008020          MOVE 'J' TO WS-GEN-SORT (WS-IGEN)
008030          GO TO 1010-CLASSE-GEN-HIST-FIN
008040      END-IF.
008050*
008060* DERNIERE GENERATION DU MOIS : LA SUIVANTE EST D'UN AUTRE MOIS
008070* OU N'EXISTE PAS
008080      MOVE 'N' TO WS-FIN-MOIS-SW.
008090      IF WS-IGEN = WS-NB-GEN-HIST
008100          MOVE 'O' TO WS-FIN-MOIS-SW
008110      ELSE
008120          COMPUTE WS-JGEN = WS-IGEN + 1
008130          IF WS-GEN-DATE (WS-JGEN) (1:6)
008140                                 NOT = WS-GEN-DATE (WS-IGEN) (1:6)
008150              MOVE 'O' TO WS-FIN-MOIS-SW
008160          END-IF
008170      END-IF.
008180      IF WS-FIN-MOIS AND WS-NB-MOIS > 0
008190         AND WS-AGE-MOIS NOT > WS-NB-MOIS
008200          MOVE 'M' TO WS-GEN-SORT (WS-IGEN)
008210          GO TO 1010-CLASSE-GEN-HIST-FIN
008220      END-IF.
008230*
008240      IF WS-MOIS-ARCH > 0 AND WS-AGE-MOIS > WS-MOIS-ARCH
008250          MOVE 'P' TO WS-GEN-SORT (WS-IGEN)
008260          GO TO 1010-CLASSE-GEN-HIST-FIN
008270      END-IF.
008280*
008290      MOVE WS-GEN-DATE (WS-IGEN) TO WS-DATE-CHERCHEE.
008300      COMPUTE WS-IGEN-DEB = WS-NB-GEN-HIST + 1.
008310      MOVE WS-NB-GEN TO WS-IGEN-FIN.
008320      PERFORM 1500-CHERCHE-DATE-DEB
008330         THRU 1500-CHERCHE-DATE-FIN.
008340      IF WS-TROUVE
008350          MOVE 'D' TO WS-GEN-SORT (WS-IGEN)
008360      ELSE
008370          MOVE 'A' TO WS-GEN-SORT (WS-IGEN)
008380      END-IF.
008390*
008400  1010-CLASSE-GEN-HIST-FIN.
008410      EXIT.
008420*
008430*---------------------------------------------------------------*
008440*   GENERATION DE L'ARCHIVE : PURGEE (P) AU-DELA DE LA DUREE DE  *
008450*   L'ARCHIVE, SINON MAINTENUE (C)                               *
008460*---------------------------------------------------------------*
008470  1020-CLASSE-GEN-ARCH-DEB.
008480*
008490      PERFORM 1030-CALCUL-AGE-DEB
008500         THRU 1030-CALCUL-AGE-FIN.
008510*
008520      IF WS-MOIS-ARCH > 0 AND WS-AGE-MOIS > WS-MOIS-ARCH
008530          MOVE 'P' TO WS-GEN-SORT (WS-IGEN)
008540      ELSE
008550          MOVE 'C' TO WS-GEN-SORT (WS-IGEN)
008560      END-IF.
008570*
008580  1020-CLASSE-GEN-ARCH-FIN.
008590      EXIT.
008600*
008610*---------------------------------------------------------------*
008620*   ANCIENNETE DE LA GENERATION WS-IGEN PAR RAPPORT A LA DATE DE *
008630*   REFERENCE, EN JOURS ET EN MOIS CALENDAIRES (LE MOIS DE LA    *
008640*   REFERENCE = 0, LE MOIS PRECEDENT = 1...)                     *
008650*---------------------------------------------------------------*
008660  1030-CALCUL-AGE-DEB.
008670*
008680      MOVE WS-GEN-DATE (WS-IGEN) TO WS-DJ-DATE-X.
008690      PERFORM 7000-CALCUL-JOUR-DEB
008700         THRU 7000-CALCUL-JOUR-FIN.
008710      COMPUTE WS-AGE-JOURS = WS-JOUR-REF - WS-DJ-NUM.
008720      COMPUTE WS-MOIS-GEN  = WS-DJ-SSAA * 12 + WS-DJ-MM.
008730      COMPUTE WS-AGE-MOIS  = WS-MOIS-REF - WS-MOIS-GEN.
008740*
008750  1030-CALCUL-AGE-FIN.
008760      EXIT.
008770*
008780*---------------------------------------------------------------*
008790*   RESTAURATION : L'HISTORIQUE EST CONSERVE (K) ; UNE           *
008800*   GENERATION DE L'ARCHIVE DANS LA PLAGE EST RESTAUREE (R),     *
008810*   SAUF SI SA DATE EST DEJA DANS CUBEHIST (X) ; LES AUTRES      *
008820*   SONT MAINTENUES (C)                                          *
008830*---------------------------------------------------------------*
008840  1100-CLASSE-RESTAURATION-DEB.
008850*
008860      PERFORM 1110-CLASSE-GEN-REST-DEB
008870         THRU 1110-CLASSE-GEN-REST-FIN
008880      VARYING WS-IGEN FROM 1 BY 1
008890        UNTIL WS-IGEN > WS-NB-GEN.
008900*
008910  1100-CLASSE-RESTAURATION-FIN.
008920      EXIT.
008930*
008940  1110-CLASSE-GEN-REST-DEB.
008950*
008960      IF WS-IGEN NOT > WS-NB-GEN-HIST
008970          MOVE 'K' TO WS-GEN-SORT (WS-IGEN)
008980          GO TO 1110-CLASSE-GEN-REST-FIN
008990      END-IF.
009000*
009010      IF WS-GEN-DATE (WS-IGEN) < WS-DATE-DEB
009020         OR WS-GEN-DATE (WS-IGEN) > WS-DATE-FIN
009030          MOVE 'C' TO WS-GEN-SORT (WS-IGEN)
009040          GO TO 1110-CLASSE-GEN-REST-FIN
009050      END-IF.
009060*
009070      MOVE WS-GEN-DATE (WS-IGEN) TO WS-DATE-CHERCHEE.
009080      MOVE 1 TO WS-IGEN-DEB.
009090      MOVE WS-NB-GEN-HIST TO WS-IGEN-FIN.
009100      PERFORM 1500-CHERCHE-DATE-DEB
009110         THRU 1500-CHERCHE-DATE-FIN.
009120      IF WS-TROUVE
009130          MOVE 'X' TO WS-GEN-SORT (WS-IGEN)
009140      ELSE
009150          MOVE 'R' TO WS-GEN-SORT (WS-IGEN)
009160      END-IF.
009170*
009180  1110-CLASSE-GEN-REST-FIN.
009190      EXIT.
009200*
009210*---------------------------------------------------------------*
009220*   RECHERCHE DE WS-DATE-CHERCHEE ENTRE LES ENTREES WS-IGEN-DEB  *
009230*   ET WS-IGEN-FIN DE LA TABLE DES GENERATIONS                   *
009240*---------------------------------------------------------------*
009250  1500-CHERCHE-DATE-DEB.
009260*
009270      MOVE 'N' TO WS-TROUVE-SW.
009280      PERFORM 1510-COMPARE-DATE-DEB
009290         THRU 1510-COMPARE-DATE-FIN
009300      VARYING WS-JGEN FROM WS-IGEN-DEB BY 1
009310        UNTIL WS-JGEN > WS-IGEN-FIN OR WS-TROUVE.
009320*
009330  1500-CHERCHE-DATE-FIN.
009340      EXIT.
009350*
009360  1510-COMPARE-DATE-DEB.
009370*
009380      IF WS-GEN-DATE (WS-JGEN) = WS-DATE-CHERCHEE
009390          MOVE 'O' TO WS-TROUVE-SW
009400      END-IF.
009410*
009420  1510-COMPARE-DATE-FIN.
009430      EXIT.
009440*
009450*---------------------------------------------------------------*
009457*   EPURATION : FUSION SUR LA DATE DE GENERATION DE L'ARCHIVE    *
009464*   (SAUF GENERATIONS PURGEES) ET DES GENERATIONS ARCHIVEES DE   *
009471*   CUBEHIST DANS ARCHOUT ; LES GENERATIONS CONSERVEES PASSENT   *
009478*   DANS HISTOUT. UNE GENERATION DE FIN DE MOIS, ARCHIVEE APRES  *
009485*   M MOIS, REPREND AINSI SA PLACE PARMI LES GENERATIONS         *
009492*   QUOTIDIENNES DEJA ARCHIVEES : ARCHOUT RESTE CHRONOLOGIQUE    *
009500*---------------------------------------------------------------*
009510  2000-EPURATION-DEB.
009511*
009512      OPEN INPUT CUBE-HIST-FILE.
009513      MOVE 'N' TO WS-HIST-FILE-FIN-SW.
009514      MOVE 0 TO WS-IGEN-LU.
009515      PERFORM 2300-LECTURE-HIST-DEB
009516         THRU 2300-LECTURE-HIST-FIN.
009520*
009530      IF WS-ARCHIVE-PRESENTE
009540          OPEN INPUT ARCH-IN-FILE
009550          MOVE 'N' TO WS-ARCI-FILE-FIN-SW
009553      ELSE
009556          MOVE 'O' TO WS-ARCI-FILE-FIN-SW
009559      END-IF.
009562      MOVE WS-NB-GEN-HIST TO WS-IGEN-LU-ARC.
009565      PERFORM 2010-LECTURE-ARCH-EPUR-DEB
009568         THRU 2010-LECTURE-ARCH-EPUR-FIN.
009571*
009574      PERFORM 2030-FUSIONNE-EPUR-DEB
009577         THRU 2030-FUSIONNE-EPUR-FIN
009580        UNTIL WS-HIST-FILE-TERMINE AND WS-ARCI-FILE-TERMINE.
009583*
009586      CLOSE CUBE-HIST-FILE.
009589      IF WS-ARCHIVE-PRESENTE
009600          CLOSE ARCH-IN-FILE
009610      END-IF.
009700*
009710  2000-EPURATION-FIN.
009720      EXIT.
009730*
009731*---------------------------------------------------------------*
009732*   LECTURE DE L'ARCHIVE JUSQU'AU PROCHAIN ENREGISTREMENT A      *
009733*   MAINTENIR ; LES ENREGISTREMENTS DES GENERATIONS PURGEES      *
009734*   SONT SEULEMENT COMPTES                                       *
009735*---------------------------------------------------------------*
009736  2010-LECTURE-ARCH-EPUR-DEB.
009737*
009738      MOVE 'N' TO WS-ARC-GARDE-SW.
009739      PERFORM 2015-LECTURE-ARCH-GARDEE-DEB
009740         THRU 2015-LECTURE-ARCH-GARDEE-FIN
009741        UNTIL WS-ARCI-FILE-TERMINE OR WS-ARC-A-GARDER.
009742*
009743  2010-LECTURE-ARCH-EPUR-FIN.
009744      EXIT.
009745*
009746  2015-LECTURE-ARCH-GARDEE-DEB.
009750*
009760      PERFORM 2200-LECTURE-ARCHIVE-DEB
009770         THRU 2200-LECTURE-ARCHIVE-FIN.
009780      IF WS-ARCI-FILE-TERMINE
009790          GO TO 2015-LECTURE-ARCH-GARDEE-FIN
009800      END-IF.
009810*
009820      IF WS-GEN-SORT (WS-IGEN-LU-ARC) = 'P'
009830          ADD 1 TO WS-AP-PURGE-NB
009840          IF ARC-VALEUR IS NUMERIC
009850              ADD ARC-VALEUR TO WS-AP-PURGE-MT
009860          END-IF
009861      ELSE
009862          MOVE 'O' TO WS-ARC-GARDE-SW
009863      END-IF.
009864*
009865  2015-LECTURE-ARCH-GARDEE-FIN.
009866      EXIT.
009867*
009868*---------------------------------------------------------------*
009869*   UN PAS DE LA FUSION : L'ENREGISTREMENT D'ARCHIVE EN ATTENTE  *
009870*   PASSE DANS ARCHOUT S'IL EST PLUS ANCIEN QUE CELUI DE         *
009871*   CUBEHIST ; SINON CELUI DE CUBEHIST EST REPARTI SELON LE SORT *
009872*   DE SA GENERATION (2020-)                                     *
009873*---------------------------------------------------------------*
009874  2030-FUSIONNE-EPUR-DEB.
009875*
009876      IF NOT WS-ARCI-FILE-TERMINE
009877         AND (WS-HIST-FILE-TERMINE
009878              OR ARC-DATE-GEN < HIS-DATE-GEN)
009880          PERFORM 2210-ECRIT-ARCHOUT-DEB
009890             THRU 2210-ECRIT-ARCHOUT-FIN
009891          PERFORM 2010-LECTURE-ARCH-EPUR-DEB
009892             THRU 2010-LECTURE-ARCH-EPUR-FIN
009893      ELSE
009894          PERFORM 2020-REPARTIT-HIST-DEB
009895             THRU 2020-REPARTIT-HIST-FIN
009896          PERFORM 2300-LECTURE-HIST-DEB
009897             THRU 2300-LECTURE-HIST-FIN
009900      END-IF.
009910*
009920  2030-FUSIONNE-EPUR-FIN.
009930      EXIT.
009940*
009950  2020-REPARTIT-HIST-DEB.
010020*
010030      EVALUATE WS-GEN-SORT (WS-IGEN-LU)
010040          WHEN 'J'
010050          WHEN 'M'
010060              PERFORM 2310-ECRIT-HISTOUT-DEB
010070                 THRU 2310-ECRIT-HISTOUT-FIN
010080          WHEN 'A'
010090              MOVE CUBE-HIST-RECORD TO ARCH-OUT-RECORD
010100              WRITE ARCH-OUT-RECORD
010110              ADD 1 TO WS-AP-ARCH-NB
010120              IF HIS-VALEUR IS NUMERIC
010130                  ADD HIS-VALEUR TO WS-AP-ARCH-MT
010140              END-IF
010150          WHEN OTHER
010160              ADD 1 TO WS-AP-PURGE-NB
010170              IF HIS-VALEUR IS NUMERIC
010180                  ADD HIS-VALEUR TO WS-AP-PURGE-MT
010190              END-IF
010200      END-EVALUATE.
010210*
010220  2020-REPARTIT-HIST-FIN.
010230      EXIT.
010240*
010250*---------------------------------------------------------------*
010260*   RESTAURATION : FUSION SUR LA DATE DE GENERATION DE CUBEHIST  *
010270*   ET DES GENERATIONS RESTAUREES DE L'ARCHIVE DANS HISTOUT ;    *
010280*   CHAQUE ENREGISTREMENT D'ARCHIVE LU EST RECOPIE DANS ARCHOUT  *
010290*---------------------------------------------------------------*
010300  2100-RESTAURATION-DEB.
010310*
010320      OPEN INPUT CUBE-HIST-FILE.
010330      MOVE 'N' TO WS-HIST-FILE-FIN-SW.
010340      MOVE 0 TO WS-IGEN-LU.
010350      PERFORM 2300-LECTURE-HIST-DEB
010360         THRU 2300-LECTURE-HIST-FIN.
010370*
010380      IF WS-ARCHIVE-PRESENTE
010390          OPEN INPUT ARCH-IN-FILE
010400          MOVE 'N' TO WS-ARCI-FILE-FIN-SW
010410      ELSE
010420          MOVE 'O' TO WS-ARCI-FILE-FIN-SW
010430      END-IF.
010440      MOVE WS-NB-GEN-HIST TO WS-IGEN-LU-ARC.
010450      PERFORM 2110-LECTURE-ARCH-REST-DEB
010460         THRU 2110-LECTURE-ARCH-REST-FIN.
010470*
010480      PERFORM 2120-FUSIONNE-DEB
010490         THRU 2120-FUSIONNE-FIN
010500        UNTIL WS-HIST-FILE-TERMINE AND WS-ARCI-FILE-TERMINE.
010510*
010520      CLOSE CUBE-HIST-FILE.
010530      IF WS-ARCHIVE-PRESENTE
010540          CLOSE ARCH-IN-FILE
010550      END-IF.
010560*
010570  2100-RESTAURATION-FIN.
010580      EXIT.
010590*
010600*---------------------------------------------------------------*
010610*   LECTURE DE L'ARCHIVE JUSQU'AU PROCHAIN ENREGISTREMENT A      *
010620*   RESTAURER, EN RECOPIANT TOUT CE QUI EST LU DANS ARCHOUT      *
010630*---------------------------------------------------------------*
010640  2110-LECTURE-ARCH-REST-DEB.
010650*
010660      MOVE 'N' TO WS-ARC-RESTAURE-SW.
010670      PERFORM 2115-LECTURE-ARCH-SUIV-DEB
010680         THRU 2115-LECTURE-ARCH-SUIV-FIN
010690        UNTIL WS-ARCI-FILE-TERMINE OR WS-ARC-A-RESTAURER.
010700*
010710  2110-LECTURE-ARCH-REST-FIN.
010720      EXIT.
010730*
010740  2115-LECTURE-ARCH-SUIV-DEB.
010750*
010760      PERFORM 2200-LECTURE-ARCHIVE-DEB
010770         THRU 2200-LECTURE-ARCHIVE-FIN.
010780      IF WS-ARCI-FILE-TERMINE
010790          GO TO 2115-LECTURE-ARCH-SUIV-FIN
010800      END-IF.
010810*
010820      PERFORM 2210-ECRIT-ARCHOUT-DEB
010830         THRU 2210-ECRIT-ARCHOUT-FIN.
010840      IF WS-GEN-SORT (WS-IGEN-LU-ARC) = 'R'
010850          MOVE 'O' TO WS-ARC-RESTAURE-SW
010860      END-IF.
010870*
010880  2115-LECTURE-ARCH-SUIV-FIN.
010890      EXIT.
010900*
010910*---------------------------------------------------------------*
010920*   UN PAS DE LA FUSION : LE PLUS ANCIEN DES DEUX ENREGISTREMENTS*
010930*   EN ATTENTE PASSE DANS HISTOUT (UNE DATE RESTAUREE N'EST      *
010940*   JAMAIS DANS CUBEHIST, CF. SORT X)                            *
010950*---------------------------------------------------------------*
010960  2120-FUSIONNE-DEB.
010970*
010980      IF NOT WS-ARCI-FILE-TERMINE
010990         AND (WS-HIST-FILE-TERMINE
011000              OR ARC-DATE-GEN < HIS-DATE-GEN)
011010          MOVE ARCH-IN-RECORD TO HIST-OUT-RECORD
011020          WRITE HIST-OUT-RECORD
011030          ADD 1 TO WS-AP-HIST-NB WS-AP-REST-NB
011040          IF ARC-VALEUR IS NUMERIC
011050              ADD ARC-VALEUR TO WS-AP-HIST-MT WS-AP-REST-MT
011060          END-IF
011070          PERFORM 2110-LECTURE-ARCH-REST-DEB
011080             THRU 2110-LECTURE-ARCH-REST-FIN
011090      ELSE
011100          PERFORM 2310-ECRIT-HISTOUT-DEB
011110             THRU 2310-ECRIT-HISTOUT-FIN
011120          PERFORM 2300-LECTURE-HIST-DEB
011130             THRU 2300-LECTURE-HIST-FIN
011140      END-IF.
011150*
011160  2120-FUSIONNE-FIN.
011170      EXIT.
011180*
011190*---------------------------------------------------------------*
011200*   LECTURE DE L'ARCHIVE EN SECONDE PASSE : WS-IGEN-LU-ARC SUIT  *
011210*   LA GENERATION DE L'ENREGISTREMENT LU (MEME DECOUPAGE QU'EN   *
011220*   PREMIERE LECTURE)                                            *
011230*---------------------------------------------------------------*
011240  2200-LECTURE-ARCHIVE-DEB.
011250*
011260      READ ARCH-IN-FILE
011270          AT END
011280              MOVE 'O' TO WS-ARCI-FILE-FIN-SW
011290              GO TO 2200-LECTURE-ARCHIVE-FIN
011300      END-READ.
011310      IF WS-IGEN-LU-ARC = WS-NB-GEN-HIST
011320         OR ARC-DATE-GEN NOT = WS-GEN-DATE (WS-IGEN-LU-ARC)
011330          ADD 1 TO WS-IGEN-LU-ARC
011340      END-IF.
011350*
011360  2200-LECTURE-ARCHIVE-FIN.
011370      EXIT.
011380*
011390  2210-ECRIT-ARCHOUT-DEB.
011400*
011410      MOVE ARCH-IN-RECORD TO ARCH-OUT-RECORD.
011420      WRITE ARCH-OUT-RECORD.
011430      ADD 1 TO WS-AP-ARCH-NB.
011440      IF ARC-VALEUR IS NUMERIC
011450          ADD ARC-VALEUR TO WS-AP-ARCH-MT
011460      END-IF.
011470*
011480  2210-ECRIT-ARCHOUT-FIN.
011490      EXIT.
011500*
011510*---------------------------------------------------------------*
011515*   LECTURE DE CUBEHIST EN SECONDE PASSE, COMME L'ARCHIVE, AVEC  *
011520*   SON PROPRE INDICE WS-IGEN-LU (LES DEUX LECTURES ALTERNENT    *
011525*   PENDANT LES FUSIONS)                                         *
011530*---------------------------------------------------------------*
011540  2300-LECTURE-HIST-DEB.
011550*
011560      READ CUBE-HIST-FILE
011570          AT END
011580              MOVE 'O' TO WS-HIST-FILE-FIN-SW
011590              GO TO 2300-LECTURE-HIST-FIN
011600      END-READ.
011610      IF WS-IGEN-LU = 0
011620         OR HIS-DATE-GEN NOT = WS-GEN-DATE (WS-IGEN-LU)
011630          ADD 1 TO WS-IGEN-LU
011640      END-IF.
011650*
011660  2300-LECTURE-HIST-FIN.
011670      EXIT.
011680*
011690  2310-ECRIT-HISTOUT-DEB.
011700*
011710      MOVE CUBE-HIST-RECORD TO HIST-OUT-RECORD.
011720      WRITE HIST-OUT-RECORD.
011730      ADD 1 TO WS-AP-HIST-NB.
011740      IF HIS-VALEUR IS NUMERIC
011750          ADD HIS-VALEUR TO WS-AP-HIST-MT
011760      END-IF.
011770*
011780  2310-ECRIT-HISTOUT-FIN.
011790      EXIT.
011800*
011810*---------------------------------------------------------------*
011820*   ETAT RPTOUT : SORT DE CHAQUE GENERATION, PUIS RECAPITULATIF  *
011830*   PAR SORT ET CONTROLE D'EQUILIBRE AVANT / APRES               *
011840*---------------------------------------------------------------*
011850  3000-ECRIT-ETAT-DEB.
011860*
011870      IF WS-MODE-EPURATION
011880          MOVE 'EPURATION DE L HISTORIQUE CUBEHIST' TO RPT-RECORD
011890          WRITE RPT-RECORD
011900          MOVE SPACE TO WS-LEDIT
011910          STRING 'REFERENCE ' WS-DATE-REF
011920                 ' - JOURS CONSERVES ' WS-NB-JOURS
011930                 ' - FINS DE MOIS ' WS-NB-MOIS
011940                 ' - ARCHIVE (MOIS) ' WS-MOIS-ARCH
011950                 DELIMITED BY SIZE INTO WS-LEDIT
011960      ELSE
011970          MOVE 'RESTAURATION DE GENERATIONS ARCHIVEES - CUBEHIST'
011980            TO RPT-RECORD
011990          WRITE RPT-RECORD
012000          MOVE SPACE TO WS-LEDIT
012010          STRING 'PLAGE RESTAUREE ' WS-DATE-DEB ' - ' WS-DATE-FIN
012020                 DELIMITED BY SIZE INTO WS-LEDIT
012030      END-IF.
012040      MOVE WS-LEDIT TO RPT-RECORD.
012050      WRITE RPT-RECORD.
012060      MOVE SPACE TO RPT-RECORD.
012070      WRITE RPT-RECORD.
012080      MOVE 'ORIGINE  GENERAT. SORT                 ENREG.'
012090                                                  TO RPT-RECORD.
012100      MOVE 'TOTAL MONTANTS' TO RPT-RECORD (50:14).
012110      WRITE RPT-RECORD.
012120*
012130      PERFORM 3010-ECRIT-GENERATION-DEB
012140         THRU 3010-ECRIT-GENERATION-FIN
012150      VARYING WS-IGEN FROM 1 BY 1
012160        UNTIL WS-IGEN > WS-NB-GEN.
012170*
012180      PERFORM 3100-ECRIT-TOTAUX-DEB
012190         THRU 3100-ECRIT-TOTAUX-FIN.
012200*
012210  3000-ECRIT-ETAT-FIN.
012220      EXIT.
012230*
012240  3010-ECRIT-GENERATION-DEB.
012250*
012260      IF WS-IGEN NOT > WS-NB-GEN-HIST
012270          MOVE 'CUBEHIST' TO WS-ORIGINE
012280      ELSE
012290          MOVE 'ARCHIVE ' TO WS-ORIGINE
012300      END-IF.
012310*
012320      PERFORM 3020-CHERCHE-SORT-DEB
012330         THRU 3020-CHERCHE-SORT-FIN
012340      VARYING WS-ISORT FROM 1 BY 1
012350        UNTIL WS-ISORT > 8
012360           OR WS-SORT-CODE (WS-ISORT) = WS-GEN-SORT (WS-IGEN).
012370      ADD 1 TO WS-NBG (WS-ISORT).
012380*
012390      MOVE WS-GEN-TOTAL (WS-IGEN) TO WS-GEN-TOTAL-ED.
012400      INSPECT WS-GEN-TOTAL-ED REPLACING ALL ',' BY '.'.
012410      MOVE SPACE TO WS-LEDIT.
012420      STRING WS-ORIGINE ' ' WS-GEN-DATE (WS-IGEN) ' '
012430             WS-SORT-LIB (WS-ISORT) ' ' WS-GEN-NB (WS-IGEN) '  '
012440             WS-GEN-TOTAL-ED
012450             DELIMITED BY SIZE INTO WS-LEDIT.
012460      MOVE WS-LEDIT TO RPT-RECORD.
012470      WRITE RPT-RECORD.
012480*
012490  3010-ECRIT-GENERATION-FIN.
012500      EXIT.
012510*
012520  3020-CHERCHE-SORT-DEB.
012530*
012540      CONTINUE.
012550*
012560  3020-CHERCHE-SORT-FIN.
012570      EXIT.
012580*
012590*---------------------------------------------------------------*
012600*   RECAPITULATIF ET CONTROLE D'EQUILIBRE                        *
012610*---------------------------------------------------------------*
012620  3100-ECRIT-TOTAUX-DEB.
012630*
012640      MOVE SPACE TO RPT-RECORD.
012650      WRITE RPT-RECORD.
012660      MOVE 'GENERATIONS PAR SORT' TO RPT-RECORD.
012670      WRITE RPT-RECORD.
012680      PERFORM 3110-ECRIT-NB-SORT-DEB
012690         THRU 3110-ECRIT-NB-SORT-FIN
012700      VARYING WS-ISORT FROM 1 BY 1
012710        UNTIL WS-ISORT > 9.
012720*
012730      COMPUTE WS-AV-TOTAL-NB = WS-AV-HIST-NB + WS-AV-ARCH-NB.
012740      COMPUTE WS-AV-TOTAL-MT = WS-AV-HIST-MT + WS-AV-ARCH-MT.
012750      COMPUTE WS-AP-TOTAL-NB = WS-AP-HIST-NB + WS-AP-ARCH-NB
012760                             + WS-AP-PURGE-NB - WS-AP-REST-NB.
012770      COMPUTE WS-AP-TOTAL-MT = WS-AP-HIST-MT + WS-AP-ARCH-MT
012780                             + WS-AP-PURGE-MT - WS-AP-REST-MT.
012790*
012800      MOVE SPACE TO RPT-RECORD.
012810      WRITE RPT-RECORD.
012820      MOVE 'ENREGISTREMENTS          NOMBRE   TOTAL MONTANTS'
012830                                                  TO RPT-RECORD.
012840      WRITE RPT-RECORD.
012850      MOVE 'AVANT - CUBEHIST    ' TO WS-LEDIT.
012860      MOVE WS-AV-HIST-NB TO WS-LEDIT (23:9).
012870      MOVE WS-AV-HIST-MT TO WS-MT-ED.
012880      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
012890         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
012900      MOVE 'AVANT - ARCHIN      ' TO WS-LEDIT.
012910      MOVE WS-AV-ARCH-NB TO WS-LEDIT (23:9).
012920      MOVE WS-AV-ARCH-MT TO WS-MT-ED.
012930      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
012940         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
012950      MOVE 'AVANT - TOTAL       ' TO WS-LEDIT.
012960      MOVE WS-AV-TOTAL-NB TO WS-LEDIT (23:9).
012970      MOVE WS-AV-TOTAL-MT TO WS-MT-ED.
012980      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
012990         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
013000      MOVE 'APRES - HISTOUT     ' TO WS-LEDIT.
013010      MOVE WS-AP-HIST-NB TO WS-LEDIT (23:9).
013020      MOVE WS-AP-HIST-MT TO WS-MT-ED.
013030      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
013040         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
013050      MOVE 'APRES - ARCHOUT     ' TO WS-LEDIT.
013060      MOVE WS-AP-ARCH-NB TO WS-LEDIT (23:9).
013070      MOVE WS-AP-ARCH-MT TO WS-MT-ED.
013080      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
013090         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
013100      MOVE 'APRES - PURGES      ' TO WS-LEDIT.
013110      MOVE WS-AP-PURGE-NB TO WS-LEDIT (23:9).
013120      MOVE WS-AP-PURGE-MT TO WS-MT-ED.
013130      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
013140         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
013150      MOVE 'MOINS COPIES RESTAUR' TO WS-LEDIT.
013160      MOVE WS-AP-REST-NB TO WS-LEDIT (23:9).
013170      MOVE WS-AP-REST-MT TO WS-MT-ED.
013180      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
013190         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
013200      MOVE 'APRES - TOTAL       ' TO WS-LEDIT.
013210      MOVE WS-AP-TOTAL-NB TO WS-LEDIT (23:9).
013220      MOVE WS-AP-TOTAL-MT TO WS-MT-ED.
013230      PERFORM 3120-ECRIT-LIGNE-TOTAL-DEB
013240         THRU 3120-ECRIT-LIGNE-TOTAL-FIN.
013250*
013260      MOVE SPACE TO RPT-RECORD.
013270      WRITE RPT-RECORD.
013280      IF WS-AP-TOTAL-NB = WS-AV-TOTAL-NB
013290         AND WS-AP-TOTAL-MT = WS-AV-TOTAL-MT
013300          MOVE 'CONTROLE : AVANT = APRES (NOMBRE ET MONTANTS)'
013310                                                  TO RPT-RECORD
013320      ELSE
013330          MOVE 8 TO WS-CR-FINAL
013340          MOVE '*** CONTROLE EN ECART : AVANT <> APRES, NE PAS'
013350                                                  TO RPT-RECORD
013360          WRITE RPT-RECORD
013370          MOVE '    REMPLACER CUBEHIST NI L ARCHIVE' TO RPT-RECORD
013380      END-IF.
013390      WRITE RPT-RECORD.
013400*
013410  3100-ECRIT-TOTAUX-FIN.
013420      EXIT.
013430*
013440  3110-ECRIT-NB-SORT-DEB.
013450*
013460      IF WS-NBG (WS-ISORT) = 0
013470          GO TO 3110-ECRIT-NB-SORT-FIN
013480      END-IF.
013490      MOVE SPACE TO WS-LEDIT.
013500      STRING '  ' WS-SORT-LIB (WS-ISORT) ' : ' WS-NBG (WS-ISORT)
013510             DELIMITED BY SIZE INTO WS-LEDIT.
013520      MOVE WS-LEDIT TO RPT-RECORD.
013530      WRITE RPT-RECORD.
013540*
013550  3110-ECRIT-NB-SORT-FIN.
013560      EXIT.
013570*
013580  3120-ECRIT-LIGNE-TOTAL-DEB.
013590*
013600      INSPECT WS-MT-ED REPLACING ALL ',' BY '.'.
013610      MOVE WS-MT-ED TO WS-LEDIT (34:17).
013620      MOVE WS-LEDIT TO RPT-RECORD.
013630      WRITE RPT-RECORD.
013640*
013650  3120-ECRIT-LIGNE-TOTAL-FIN.
013660      EXIT.
013670*
013680*---------------------------------------------------------------*
013690*   NUMERO DE JOUR (JOUR JULIEN) DE LA DATE WS-DJ-DATE, RENDU    *
013700*   DANS WS-DJ-NUM ; CHAQUE QUOTIENT EST RANGE EN ZONE ENTIERE,  *
013710*   CE QUI EN ASSURE LA TRONCATURE                               *
013720*---------------------------------------------------------------*
013730  7000-CALCUL-JOUR-DEB.
013740*
013750      COMPUTE WS-DJ-A  = (14 - WS-DJ-MM) / 12.
013760      COMPUTE WS-DJ-Y  = WS-DJ-SSAA + 4800 - WS-DJ-A.
013770      COMPUTE WS-DJ-M  = WS-DJ-MM + 12 * WS-DJ-A - 3.
013780      COMPUTE WS-DJ-T1 = (153 * WS-DJ-M + 2) / 5.
013790      COMPUTE WS-DJ-T2 = WS-DJ-Y / 4.
013800      COMPUTE WS-DJ-T3 = WS-DJ-Y / 100.
013810      COMPUTE WS-DJ-T4 = WS-DJ-Y / 400.
013820      COMPUTE WS-DJ-NUM = WS-DJ-JJ + WS-DJ-T1 + 365 * WS-DJ-Y
013830                        + WS-DJ-T2 - WS-DJ-T3 + WS-DJ-T4 - 32045.
013840*
013850  7000-CALCUL-JOUR-FIN.
013860      EXIT.
013870*
013880*---------------------------------------------------------------*
013890*   CONTROLE DE VRAISEMBLANCE DE LA DATE WS-DJ-DATE (NUMERIQUE,  *
013900*   MOIS 01-12, JOUR 01-31)                                      *
013910*---------------------------------------------------------------*
013920  7100-CONTROLE-DATE-DEB.
013930*
013940      MOVE 'N' TO WS-DJ-VALIDE-SW.
013950      IF WS-DJ-DATE-X IS NUMERIC
013960         AND WS-DJ-MM > 0 AND WS-DJ-MM NOT > 12
013970         AND WS-DJ-JJ > 0 AND WS-DJ-JJ NOT > 31
013980          MOVE 'O' TO WS-DJ-VALIDE-SW
013990      END-IF.
014000*
014010  7100-CONTROLE-DATE-FIN.
014020      EXIT.
014030*
014040  8999-STATISTIQUES-DEB.
014050*
014060       DISPLAY '************************************************'
014070       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP25       *'
014080       DISPLAY '*     ==================================       *'
014090       DISPLAY '************************************************'
014100       DISPLAY '  GENERATIONS CUBEHIST : ' WS-NB-GEN-HIST
014110       DISPLAY '  GENERATIONS TOTALES  : ' WS-NB-GEN
014120       DISPLAY '  LUS CUBEHIST         : ' WS-AV-HIST-NB
014130       DISPLAY '  LUS ARCHIN           : ' WS-AV-ARCH-NB
014140       DISPLAY '  ECRITS HISTOUT       : ' WS-AP-HIST-NB
014150       DISPLAY '  ECRITS ARCHOUT       : ' WS-AP-ARCH-NB
014160       DISPLAY '  PURGES               : ' WS-AP-PURGE-NB
014170       DISPLAY '  RESTAURES            : ' WS-AP-REST-NB
014180       DISPLAY '************************************************'.
014190*
014200  8999-STATISTIQUES-FIN.
014210       EXIT.
014220*
014230*---------------------------------------------------------------*
014240*   9999-  : PROTECTION FIN DE PROGRAMME                        *
014250*---------------------------------------------------------------*
014260*
014270  9999-FIN-PROGRAMME-DEB.
014280*
014290*---------------------------------------------------------------*
014300* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 8 SI LE CONTROLE    *
014310* D'EQUILIBRE EST EN ECART (POSITIONNE PAR 3100-), 4 SI UNE      *
014320* RESTAURATION N'A RIEN RESTAURE OU A RENCONTRE DES DATES DEJA   *
014330* PRESENTES, SINON 0. L'ARRET ANORMAL (9999-ERREUR-) VAUT 16     *
014340*---------------------------------------------------------------*
014350      IF WS-CR-FINAL < 4 AND WS-MODE-RESTAURATION
014360         AND (WS-NBG (8) = 0 OR WS-NBG (9) > 0)
014370          MOVE 4 TO WS-CR-FINAL
014380      END-IF.
014390*
014400       DISPLAY '*==============================================*'
014410       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP25        *'
014420       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
014430       DISPLAY '*==============================================*'.
014440*
014450      MOVE WS-CR-FINAL TO RETURN-CODE.
014460*
014470  9999-FIN-PROGRAMME-FIN.
014480       GOBACK.
014490*
014500  9999-ERREUR-PROGRAMME-DEB.
014510*
014520       DISPLAY '*==============================================*'
014530       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
014540       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP25       *'
014550       DISPLAY '*==============================================*'.
014560*
014570* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
014580       MOVE 16 TO RETURN-CODE.
014590*
014600  9999-ERREUR-PROGRAMME-FIN.
014610       GOBACK.
