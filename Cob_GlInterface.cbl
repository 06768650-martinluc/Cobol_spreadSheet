000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP19                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 14/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* INTERFACE D'ENTREE GRAND LIVRE : LE PROGRAMME LIT L'EXTRAIT   *
000120* DE CLOTURE DU GRAND LIVRE (GLEXTR : COMPTE, CENTRE DE COUT,   *
000130* PERIODE, MONTANT SIGNE) ET TRADUIT CHAQUE LIGNE EN            *
000140* COORDONNEES DU CUBE PAR LA TABLE DE CORRESPONDANCE GLMAP      *
000150* (COMPTE / CENTRE -> LIGNE ET COLONNE, PERIODE -> HAUTEUR).    *
000160* LES LIGNES D'UN MEME POSTE SONT CUMULEES ET LE PROGRAMME      *
000170* ECRIT UN FICHIER DE MOUVEMENTS AU DECOUPAGE DELTA-RECORD      *
000180* D'ADSOTP9 (DELTAOUT), APPLICABLE TEL QUEL COMME DELTAIN : LE  *
000190* CODE MOUVEMENT EST M SI LE POSTE EXISTE DANS LE MAITRE        *
000200* COURANT (CUBEIN), A SINON. LES LIGNES SANS CORRESPONDANCE OU  *
000210* QUI TOMBENT HORS DES DIMENSIONS DU CUBE (CARTE PARMIN, MEME   *
000220* DECOUPAGE QUE CELLE D'ADSOTP7) VONT AU FICHIER DES EXCEPTIONS *
000230* (GLEXC). LE NOMBRE DE LIGNES ET LE TOTAL DES MONTANTS DE      *
000240* L'EXTRAIT SONT BALANCES CONTRE CE QUI A ETE ECRIT ET CONTRE   *
000250* L'ENREGISTREMENT DE CONTROLE DE L'EXTRAIT, DANS UN ETAT DE    *
000260* CONTROLE (RPTOUT).                                            *
000270* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = EXTRAIT         *
000280* INTEGRE ET BALANCE, 4 = EXCEPTIONS OU ENREGISTREMENT DE       *
000290* CONTROLE ABSENT, 8 = EXTRAIT DESEQUILIBRE (DELTAOUT NE DOIT   *
000300* PAS ETRE APPLIQUE), 16 = ARRET ANORMAL.                       *
000310*---------------------------------------------------------------*
000320*--               HISTORIQUE DES MODIFICATIONS --               *
000330*---------------------------------------------------------------*
000340* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000350*---------------------------------------------------------------*
000360* 14/10/2026    ! CREATION DU PROGRAMME                         *
000362* 15/10/2026    ! LE MONTANT DE TOUT ENREGISTREMENT LU, MEME    *
000364*               ! D'UN TYPE INCONNU, ENTRE DANS LE TOTAL LU ;   *
000366*               ! LE CONTROLE DE L'EXTRAIT EST RAPPROCHE DES    *
000368*               ! SEULES LIGNES DE DETAIL                       *
000370*===============================================================*
000380*
000390*************************
000400  IDENTIFICATION DIVISION.
000410*************************
000420  PROGRAM-ID.      ADSOTP19.
000430*
000440*                  ==============================               *
000450*=================<  ENVIRONMENT      DIVISION   >==============*
000460*                  ==============================               *
000470*                                                               *
000480*===============================================================*
000490*
000500**********************
000510  ENVIRONMENT DIVISION.
000520**********************
000530*
000540*======================
000550  CONFIGURATION SECTION.
000560*======================
000570*
000580*--------------
000590  SPECIAL-NAMES.
000600*--------------
000610      DECIMAL-POINT IS COMMA.
000620*
000630*=====================
000640  INPUT-OUTPUT SECTION.
000650*=====================
000660*
000670*-------------
000680  FILE-CONTROL.
000690*-------------
000700*
000710      SELECT GLX-FILE     ASSIGN TO GLEXTR
000720             ORGANIZATION IS SEQUENTIAL
000730             FILE STATUS  IS WS-GLX-FILE-STATUS.
000740*
000750      SELECT MAP-FILE     ASSIGN TO GLMAP
000760             ORGANIZATION IS SEQUENTIAL
000770             FILE STATUS  IS WS-MAP-FILE-STATUS.
000780*
000790*---------------------------------------------------------------*
000800*   MAITRE COURANT DU CUBE : FACULTATIF, IL SERT SEULEMENT A     *
000810*   CHOISIR LE CODE MOUVEMENT (M SUR UN POSTE EXISTANT, A SUR    *
000820*   UN POSTE NOUVEAU)                                            *
000830*---------------------------------------------------------------*
000840      SELECT CUBE-IN-FILE ASSIGN TO CUBEIN
000850             ORGANIZATION IS SEQUENTIAL
000860             FILE STATUS  IS WS-CUBE-FILE-STATUS.
000870*
000880      SELECT DELTA-FILE   ASSIGN TO DELTAOUT
000890             ORGANIZATION IS SEQUENTIAL
000900             FILE STATUS  IS WS-DELTA-FILE-STATUS.
000910*
000920      SELECT EXC-FILE     ASSIGN TO GLEXC
000930             ORGANIZATION IS SEQUENTIAL
000940             FILE STATUS  IS WS-EXC-FILE-STATUS.
000950*
000960      SELECT RPT-FILE     ASSIGN TO RPTOUT
000970             ORGANIZATION IS SEQUENTIAL
000980             FILE STATUS  IS WS-RPT-FILE-STATUS.
000990*
001000*---------------------------------------------------------------*
001010*   CARTE PARAMETRE OPTIONNELLE : DIMENSIONS DU CUBE, MEME       *
001020*   DECOUPAGE QUE LA CARTE PARMIN D'ADSOTP7. ABSENTE OU HORS     *
001030*   BORNES, LES DIMENSIONS RESTENT A 10X10X10                    *
001040*---------------------------------------------------------------*
001050      SELECT PARM-FILE    ASSIGN TO PARMIN
001060             ORGANIZATION IS SEQUENTIAL
001070             FILE STATUS  IS WS-PARM-FILE-STATUS.
001080*
001090*                  ==============================               *
001100*=================<       DATA        DIVISION   >==============*
001110*                  ==============================               *
001120*                                                               *
001130*===============================================================*
001140*
001150***************
001160  DATA DIVISION.
001170***************
001180*
001190*=============
001200  FILE SECTION.
001210*=============
001220*
001230*---------------------------------------------------------------*
001240*   EXTRAIT DU GRAND LIVRE : UNE LIGNE DE DETAIL ('D' EN         *
001250*   COLONNE 1) PAR COMPTE / CENTRE DE COUT / PERIODE (SSAAMM),   *
001260*   MONTANT SIGNE A DEUX DECIMALES, SIGNE SEPARE EN TETE. UN     *
001270*   ENREGISTREMENT DE CONTROLE ('T') PORTE LE NOMBRE DE LIGNES   *
001280*   ET LE TOTAL DES MONTANTS DE L'EXTRAIT                        *
001290*---------------------------------------------------------------*
001300  FD  GLX-FILE
001310      RECORDING MODE IS F
001320      RECORD CONTAINS 80 CHARACTERS.
001330*
001340  01  GLX-RECORD.
001350      05  GLX-TYPE                      PIC X.
001360          88  GLX-DETAIL                           VALUE 'D'.
001370          88  GLX-CONTROLE                         VALUE 'T'.
001380      05  GLX-COMPTE                    PIC X(10).
001390      05  GLX-CENTRE                    PIC X(6).
001400      05  GLX-PERIODE                   PIC X(6).
001410      05  GLX-MONTANT                   PIC S9(9)V99
001420                                        SIGN LEADING SEPARATE.
001430      05  FILLER                        PIC X(45).
001440  01  GLX-RECORD-CONTROLE REDEFINES GLX-RECORD.
001450      05  FILLER                        PIC X.
001460      05  GLT-NB-LIGNES                 PIC 9(7).
001470      05  GLT-TOTAL                     PIC S9(13)V99
001480                                        SIGN LEADING SEPARATE.
001490      05  FILLER                        PIC X(56).
001500*
001510*---------------------------------------------------------------*
001520*   TABLE DE CORRESPONDANCE : TYPE C = COMPTE ET CENTRE DE COUT  *
001530*   VERS LIGNE ET COLONNE (CENTRE A BLANC : TOUS LES CENTRES DU  *
001540*   COMPTE QUI N'ONT PAS DE CORRESPONDANCE PROPRE), TYPE P =     *
001550*   PERIODE (SSAAMM) VERS HAUTEUR                                *
001560*---------------------------------------------------------------*
001570  FD  MAP-FILE
001580      RECORDING MODE IS F
001590      RECORD CONTAINS 80 CHARACTERS.
001600*
001610  01  MAP-RECORD.
001620      05  GLM-TYPE                      PIC X.
001630          88  GLM-COMPTE-CENTRE                    VALUE 'C'.
001640          88  GLM-PERIODE-HAUTEUR                  VALUE 'P'.
001650      05  GLM-CLE.
001660          10  GLM-COMPTE                PIC X(10).
001670          10  GLM-CENTRE                PIC X(6).
001680      05  GLM-CLE-PERIODE REDEFINES GLM-CLE.
001690          10  GLM-PERIODE               PIC X(6).
001700          10  FILLER                    PIC X(10).
001710      05  GLM-LIGNE                     PIC 99.
001720      05  GLM-COLONNE                   PIC 99.
001730      05  GLM-HAUTEUR                   PIC 99.
001740      05  FILLER                        PIC X(57).
001750*
001760  FD  CUBE-IN-FILE
001770      RECORDING MODE IS F
001780      RECORD CONTAINS 80 CHARACTERS.
001790*
001800  01  CUBE-IN-RECORD.
001810      05  CIR-LIGNE                     PIC 99.
001820      05  CIR-COLONNE                   PIC 99.
001830      05  CIR-HAUTEUR                   PIC 99.
001840      05  CIR-VALEUR                    PIC S9(7)V99
001850                                        SIGN LEADING SEPARATE.
001860* NOM DE CUBE (CF. ADSOTP7 MULTI-CUBES) : LE MAITRE TENU PAR
001870* ADSOTP9 NE PORTE QU'UN CUBE, LES POSTES NOMMES SONT IGNORES
001880      05  CIR-CUBE                      PIC X(4).
001890      05  FILLER                        PIC X(60).
001900*
001910*---------------------------------------------------------------*
001920*   MOUVEMENTS PRODUITS : DECOUPAGE DELTA-RECORD D'ADSOTP9       *
001930*---------------------------------------------------------------*
001940  FD  DELTA-FILE
001950      RECORDING MODE IS F
001960      RECORD CONTAINS 80 CHARACTERS.
001970*
001980  01  DELTA-RECORD.
001990      05  DTR-CODE                      PIC X.
002000      05  DTR-LIGNE                     PIC 99.
002010      05  DTR-COLONNE                   PIC 99.
002020      05  DTR-HAUTEUR                   PIC 99.
002030      05  DTR-VALEUR                    PIC S9(7)V99
002040                                        SIGN LEADING SEPARATE.
002050      05  FILLER                        PIC X(63).
002060*
002070*---------------------------------------------------------------*
002080*   EXCEPTIONS : IMAGE DE LA LIGNE D'EXTRAIT, LIBELLE, POSTE     *
002090*   CALCULE QUAND IL EST CONNU ET CODE MOTIF DANS LES DEUX       *
002100*   DERNIERES COLONNES, COMME POUR REJOUT                        *
002110*---------------------------------------------------------------*
002120  FD  EXC-FILE
002130      RECORDING MODE IS F
002140      RECORD CONTAINS 80 CHARACTERS.
002150*
002160  01  EXC-RECORD.
002170      05  EXC-DONNEES                   PIC X(35).
002180      05  EXC-LIBELLE                   PIC X(30).
002190      05  EXC-LIGNE                     PIC X(2).
002200      05  EXC-COLONNE                   PIC X(2).
002210      05  EXC-HAUTEUR                   PIC X(2).
002220      05  FILLER                        PIC X(7).
002230      05  EXC-MOTIF                     PIC X(2).
002240*
002250  FD  RPT-FILE
002260      RECORDING MODE IS F
002270      RECORD CONTAINS 80 CHARACTERS.
002280*
002290  01  RPT-RECORD                        PIC X(80).
002300*
002310  FD  PARM-FILE
002320      RECORDING MODE IS F
002330      RECORD CONTAINS 80 CHARACTERS.
002340*
002350  01  PARM-RECORD.
002360      05  PARM-DIM-LIGNE                PIC 99.
002370      05  PARM-DIM-COLONNE              PIC 99.
002380      05  PARM-DIM-HAUTEUR              PIC 99.
002390      05  FILLER                        PIC X(74).
002400*
002410*========================
002420  WORKING-STORAGE SECTION.
002430*========================
002440*---------------------------------------------------------------*
002450*   CUMUL DES LIGNES INTEGREES PAR POSTE, TEMOIN DE POSTE        *
002460*   ALIMENTE PAR L'EXTRAIT ET TEMOIN DE PRESENCE DANS LE MAITRE  *
002470*   COURANT                                                      *
002480*---------------------------------------------------------------*
002490  01  WS-TABLEAU-GL.
002500      05  FILLER                        OCCURS 10.
002510          10  FILLER                    OCCURS 10.
002520              15  FILLER                OCCURS 10.
002530                  20  WS-CELL-GL        PIC S9(7)V99
002540                                        SIGN LEADING SEPARATE.
002550*
002560  01  WS-ALIMENTE-GL.
002570      05  FILLER                        OCCURS 10.
002580          10  FILLER                    OCCURS 10.
002590              15  FILLER                OCCURS 10.
002600                  20  WS-CELL-ALIM      PIC X.
002610*
002620  01  WS-PRESENCE-1.
002630      05  FILLER                        OCCURS 10.
002640          10  FILLER                    OCCURS 10.
002650              15  FILLER                OCCURS 10.
002660                  20  WS-CELL-PRES      PIC X.
002670*
002680  01  WS-ILIGNE                         PIC 99.
002690  01  WS-ICOLONNE                       PIC 99.
002700  01  WS-IHAUTEUR                       PIC 99.
002710*
002720*---------------------------------------------------------------*
002730*   DIMENSIONS EFFECTIVES DU CUBE (CF. CARTE PARMIN)             *
002740*---------------------------------------------------------------*
002750  01  WS-DIMENSIONS.
002760      05  WS-DIM-LIGNE                  PIC 99      VALUE 10.
002770      05  WS-DIM-COLONNE                PIC 99      VALUE 10.
002780      05  WS-DIM-HAUTEUR                PIC 99      VALUE 10.
002790*
002800*---------------------------------------------------------------*
002810*   TABLES DE CORRESPONDANCE CHARGEES DEPUIS GLMAP               *
002820*---------------------------------------------------------------*
002830  01  WS-MAP-CCS.
002840      05  WS-MAP-CC                     OCCURS 500.
002850          10  WS-MCC-COMPTE             PIC X(10).
002860          10  WS-MCC-CENTRE             PIC X(6).
002870          10  WS-MCC-LIGNE              PIC 99.
002880          10  WS-MCC-COLONNE            PIC 99.
002890  01  WS-NB-MAP-CC                      PIC 9(3)    VALUE 0.
002900  01  WS-IMCC                           PIC 9(3).
002910*
002920  01  WS-MAP-PERS.
002930      05  WS-MAP-PER                    OCCURS 120.
002940          10  WS-MPE-PERIODE            PIC X(6).
002950          10  WS-MPE-HAUTEUR            PIC 99.
002960  01  WS-NB-MAP-PER                     PIC 9(3)    VALUE 0.
002970  01  WS-IMPE                           PIC 9(3).
002980*
002990* RANG DE LA CORRESPONDANCE RETENUE (0 = AUCUNE) ET CLE CHERCHEE
003000  01  WS-RANG-CC                        PIC 9(3).
003010  01  WS-RANG-PER                       PIC 9(3).
003020  01  WS-CENTRE-CHERCHE                 PIC X(6).
003030*
003040* POSTE CALCULE POUR LA LIGNE D'EXTRAIT EN COURS
003050  01  WS-GL-LIGNE                       PIC 99.
003060  01  WS-GL-COLONNE                     PIC 99.
003070  01  WS-GL-HAUTEUR                     PIC 99.
003080  01  WS-GL-CUMUL                       PIC S9(7)V99.
003090*
003100* MOTIF ET LIBELLE DE L'EXCEPTION EN COURS
003110  01  WS-EXC-MOTIF                      PIC X(2).
003120  01  WS-EXC-LIBELLE                    PIC X(30).
003130*
003140  01  WS-GLX-FILE-STATUS                PIC X(02).
003150      88  WS-GLX-FILE-OK                           VALUE '00'.
003160*
003170  01  WS-MAP-FILE-STATUS                PIC X(02).
003180      88  WS-MAP-FILE-OK                           VALUE '00'.
003190*
003200  01  WS-CUBE-FILE-STATUS               PIC X(02).
003210      88  WS-CUBE-FILE-OK                          VALUE '00'.
003220*
003230  01  WS-DELTA-FILE-STATUS              PIC X(02).
003240      88  WS-DELTA-FILE-OK                         VALUE '00'.
003250*
003260  01  WS-EXC-FILE-STATUS                PIC X(02).
003270      88  WS-EXC-FILE-OK                           VALUE '00'.
003280*
003290  01  WS-RPT-FILE-STATUS                PIC X(02).
003300      88  WS-RPT-FILE-OK                           VALUE '00'.
003310*
003320  01  WS-PARM-FILE-STATUS               PIC X(02).
003330      88  WS-PARM-FILE-OK                          VALUE '00'.
003340*
003350  01  WS-GLX-FIN-SW                     PIC X       VALUE 'N'.
003360      88  WS-GLX-TERMINE                           VALUE 'O'.
003370*
003380  01  WS-MAP-FIN-SW                     PIC X       VALUE 'N'.
003390      88  WS-MAP-TERMINE                           VALUE 'O'.
003400*
003410  01  WS-CUBE-FILE-FIN-SW               PIC X       VALUE 'N'.
003420      88  WS-CUBE-FILE-TERMINE                     VALUE 'O'.
003430*
003440* TEMOIN DE PRESENCE DE L'ENREGISTREMENT DE CONTROLE DE L'EXTRAIT
003450  01  WS-CONTROLE-SW                    PIC X       VALUE 'N'.
003460      88  WS-CONTROLE-LU                           VALUE 'O'.
003470*
003480* TEMOIN DE DESEQUILIBRE DE LA BALANCE
003490  01  WS-DESEQUILIBRE-SW                PIC X       VALUE 'N'.
003500      88  WS-DESEQUILIBRE                          VALUE 'O'.
003510*
003520*---------------------------------------------------------------*
003530*   COMPTEURS ET TOTAUX DE LA BALANCE                            *
003540*---------------------------------------------------------------*
003550  01  WS-CPT-LUES                       PIC 9(7)    VALUE 0.
003560  01  WS-CPT-INTEGREES                  PIC 9(7)    VALUE 0.
003570  01  WS-CPT-EXCEPTIONS                 PIC 9(7)    VALUE 0.
003580  01  WS-CPT-NON-NUM                    PIC 9(7)    VALUE 0.
003590  01  WS-CPT-AJOUTS                     PIC 9(5)    VALUE 0.
003600  01  WS-CPT-MODIFS                     PIC 9(5)    VALUE 0.
003610  01  WS-CPT-ECRITS                     PIC 9(5)    VALUE 0.
003620  01  WS-CPT-MAP-REJ                    PIC 9(5)    VALUE 0.
003630  01  WS-CPT-AUTRE-CUBE                 PIC 9(5)    VALUE 0.
003640  01  WS-CPT-CONTROLE                   PIC 9(7)    VALUE 0.
003645  01  WS-CPT-DETAIL                     PIC 9(7)    VALUE 0.
003650*
003660  01  WS-TOT-LUES                       PIC S9(13)V99 VALUE 0.
003670  01  WS-TOT-INTEGREES                  PIC S9(13)V99 VALUE 0.
003680  01  WS-TOT-EXCEPTIONS                 PIC S9(13)V99 VALUE 0.
003690  01  WS-TOT-ECRITS                     PIC S9(13)V99 VALUE 0.
003700  01  WS-TOT-CONTROLE                   PIC S9(13)V99 VALUE 0.
003705  01  WS-TOT-DETAIL                     PIC S9(13)V99 VALUE 0.
003710  01  WS-TOT-BALANCE                    PIC S9(13)V99 VALUE 0.
003720  01  WS-CPT-BALANCE                    PIC 9(7)    VALUE 0.
003730*
003740  01  WS-CR-FINAL                       PIC 99      VALUE 0.
003750*
003760* ZONES D'EDITION DES MONTANTS (POINT DECIMAL, CF. ADSOTP7)
003770  01  WS-VAL-ED                         PIC +9(9),99.
003780  01  WS-VAL-ED-X REDEFINES WS-VAL-ED   PIC X(13).
003790  01  WS-TOT-ED                         PIC +9(13),99.
003800*
003810  01  WS-LEDIT                          PIC X(80).
003820*
003830*                  ==============================               *
003840*=================<   PROCEDURE       DIVISION   >==============*
003850*                  ==============================               *
003860*                                                               *
003870*===============================================================*
003880*
003890  PROCEDURE           DIVISION.
003900*
003910*---------------------------------------------------------------*
003920*               DESCRIPTION DU COMPOSANT PROGRAMME              *
003930*               ==================================              *
003940*---------------------------------------------------------------*
003950*
003960  0000-PROGRAMME-DEB.
003970*
003980      INITIALIZE WS-TABLEAU-GL.
003990      MOVE ALL 'N' TO WS-ALIMENTE-GL WS-PRESENCE-1.
004000*
004010      PERFORM 0010-LECTURE-PARM-DEB
004020         THRU 0010-LECTURE-PARM-FIN.
004030*
004040      OPEN OUTPUT RPT-FILE.
004050      IF NOT WS-RPT-FILE-OK
004060          DISPLAY '*========================================*'
004070          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
004080          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
004090          DISPLAY '*========================================*'
004100          GO TO 9999-ERREUR-PROGRAMME-DEB
004110      END-IF.
004120*
004130      MOVE 'INTERFACE GRAND LIVRE - ETAT DE CONTROLE DE DELTAOUT'
004140                                                  TO RPT-RECORD.
004150      WRITE RPT-RECORD.
004160      MOVE SPACE TO WS-LEDIT.
004170      STRING 'DIMENSIONS DU CUBE (PARMIN) : ' WS-DIM-LIGNE
004180             ' X ' WS-DIM-COLONNE ' X ' WS-DIM-HAUTEUR
004190             DELIMITED BY SIZE
004200      INTO WS-LEDIT.
004210      MOVE WS-LEDIT TO RPT-RECORD.
004220      WRITE RPT-RECORD.
004230      MOVE SPACE TO RPT-RECORD.
004240      WRITE RPT-RECORD.
004250*
004260      PERFORM 0100-CHARGE-CORRESP-DEB
004270         THRU 0100-CHARGE-CORRESP-FIN.
004280*
004290      PERFORM 0200-CHARGE-MAITRE-DEB
004300         THRU 0200-CHARGE-MAITRE-FIN.
004310*
004320      OPEN INPUT GLX-FILE.
004330      IF NOT WS-GLX-FILE-OK
004340          DISPLAY '*========================================*'
004350          DISPLAY '*  OUVERTURE IMPOSSIBLE DE L EXTRAIT GL   *'
004360          DISPLAY '*  CODE STATUT : ' WS-GLX-FILE-STATUS
004370          DISPLAY '*========================================*'
004380          GO TO 9999-ERREUR-PROGRAMME-DEB
004390      END-IF.
004400*
004410      OPEN OUTPUT EXC-FILE.
004420      IF NOT WS-EXC-FILE-OK
004430          DISPLAY '*========================================*'
004440          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER GLEXC  *'
004450          DISPLAY '*  CODE STATUT : ' WS-EXC-FILE-STATUS
004460          DISPLAY '*========================================*'
004470          GO TO 9999-ERREUR-PROGRAMME-DEB
004480      END-IF.
004490*
004500      MOVE 'EXCEPTIONS (DETAIL DANS GLEXC)' TO RPT-RECORD.
004510      WRITE RPT-RECORD.
004520*
004530      PERFORM 1000-LECTURE-EXTRAIT-DEB
004540         THRU 1000-LECTURE-EXTRAIT-FIN
004550        UNTIL WS-GLX-TERMINE.
004560*
004570      CLOSE GLX-FILE EXC-FILE.
004580*
004590      IF WS-CPT-EXCEPTIONS = 0
004600          MOVE '  AUCUNE EXCEPTION' TO RPT-RECORD
004610          WRITE RPT-RECORD
004620      END-IF.
004630*
004640      PERFORM 3000-ECRIT-MOUVEMENTS-DEB
004650         THRU 3000-ECRIT-MOUVEMENTS-FIN.
004660*
004670      PERFORM 8000-EDITE-BALANCE-DEB
004680         THRU 8000-EDITE-BALANCE-FIN.
004690*
004700      CLOSE RPT-FILE.
004710*
004720      PERFORM 8999-STATISTIQUES-DEB
004730         THRU 8999-STATISTIQUES-FIN.
004740*
004750      PERFORM 9999-FIN-PROGRAMME-DEB
004760         THRU 9999-FIN-PROGRAMME-FIN.
004770*
004780  0000-PROGRAMME-FIN.
004790       EXIT.
004800***************************************************************
004810***************************************************************
004820***************************************************************
004830*---------------------------------------------------------------*
004840*   LECTURE DE LA CARTE PARAMETRE (PARM-FILE) : DIMENSIONS DU    *
004850*   CUBE. ABSENTE, VIDE OU HORS BORNES (1 A 10), LES DIMENSIONS  *
004860*   RESTENT A 10X10X10, COMME DANS ADSOTP7                       *
004870*---------------------------------------------------------------*
004880  0010-LECTURE-PARM-DEB.
004890*
004900      OPEN INPUT PARM-FILE.
004910      IF WS-PARM-FILE-OK
004920          READ PARM-FILE
004930              AT END
004940                  CONTINUE
004950              NOT AT END
004960                  PERFORM 0015-VALIDE-PARM-DEB
004970                     THRU 0015-VALIDE-PARM-FIN
004980          END-READ
004990          CLOSE PARM-FILE
005000      END-IF.
005010*
005020  0010-LECTURE-PARM-FIN.
005030      EXIT.
005040*
005050  0015-VALIDE-PARM-DEB.
005060*
005070      IF PARM-DIM-LIGNE IS NUMERIC
005080         AND PARM-DIM-LIGNE > 0 AND PARM-DIM-LIGNE NOT > 10
005090          MOVE PARM-DIM-LIGNE TO WS-DIM-LIGNE
005100      END-IF.
005110      IF PARM-DIM-COLONNE IS NUMERIC
005120         AND PARM-DIM-COLONNE > 0 AND PARM-DIM-COLONNE NOT > 10
005130          MOVE PARM-DIM-COLONNE TO WS-DIM-COLONNE
005140      END-IF.
005150      IF PARM-DIM-HAUTEUR IS NUMERIC
005160         AND PARM-DIM-HAUTEUR > 0 AND PARM-DIM-HAUTEUR NOT > 10
005170          MOVE PARM-DIM-HAUTEUR TO WS-DIM-HAUTEUR
005180      END-IF.
005190*
005200  0015-VALIDE-PARM-FIN.
005210      EXIT.
005220*
005230*---------------------------------------------------------------*
005240*   CHARGEMENT DE LA TABLE DE CORRESPONDANCE GLMAP. ELLE EST     *
005250*   OBLIGATOIRE : SANS ELLE AUCUNE LIGNE NE PEUT ETRE TRADUITE.  *
005260*   UNE CARTE DE TYPE INCONNU, A COORDONNEE NON NUMERIQUE OU QUI *
005270*   DEBORDE LA TABLE EST EDITEE ET IGNOREE. LES COORDONNEES NE   *
005280*   SONT PAS CONFRONTEES ICI AUX DIMENSIONS : UNE LIGNE QUI Y    *
005290*   ABOUTIT HORS DIMENSIONS VA AUX EXCEPTIONS                    *
005300*---------------------------------------------------------------*
005310  0100-CHARGE-CORRESP-DEB.
005320*
005330      OPEN INPUT MAP-FILE.
005340      IF NOT WS-MAP-FILE-OK
005350          DISPLAY '*========================================*'
005360          DISPLAY '*  OUVERTURE IMPOSSIBLE DE LA TABLE GLMAP *'
005370          DISPLAY '*  CODE STATUT : ' WS-MAP-FILE-STATUS
005380          DISPLAY '*========================================*'
005390          GO TO 9999-ERREUR-PROGRAMME-DEB
005400      END-IF.
005410*
005420      PERFORM 0110-LECTURE-CORRESP-DEB
005430         THRU 0110-LECTURE-CORRESP-FIN
005440        UNTIL WS-MAP-TERMINE.
005450      CLOSE MAP-FILE.
005460*
005470      MOVE SPACE TO WS-LEDIT.
005480      STRING 'CORRESPONDANCES CHARGEES : COMPTE/CENTRE '
005490             WS-NB-MAP-CC ' PERIODE ' WS-NB-MAP-PER
005500             ' IGNOREES ' WS-CPT-MAP-REJ
005510             DELIMITED BY SIZE
005520      INTO WS-LEDIT.
005530      MOVE WS-LEDIT TO RPT-RECORD.
005540      WRITE RPT-RECORD.
005550      MOVE SPACE TO RPT-RECORD.
005560      WRITE RPT-RECORD.
005570*
005580  0100-CHARGE-CORRESP-FIN.
005590      EXIT.
005600*
005610  0110-LECTURE-CORRESP-DEB.
005620*
005630      READ MAP-FILE
005640          AT END
005650              MOVE 'O' TO WS-MAP-FIN-SW
005660              GO TO 0110-LECTURE-CORRESP-FIN
005670      END-READ.
005680*
005690      EVALUATE TRUE
005700          WHEN GLM-COMPTE-CENTRE
005710           AND GLM-COMPTE NOT = SPACES
005720           AND GLM-LIGNE IS NUMERIC AND GLM-LIGNE > 0
005730           AND GLM-COLONNE IS NUMERIC AND GLM-COLONNE > 0
005740           AND WS-NB-MAP-CC < 500
005750              ADD 1 TO WS-NB-MAP-CC
005760              MOVE GLM-COMPTE  TO WS-MCC-COMPTE  (WS-NB-MAP-CC)
005770              MOVE GLM-CENTRE  TO WS-MCC-CENTRE  (WS-NB-MAP-CC)
005780              MOVE GLM-LIGNE   TO WS-MCC-LIGNE   (WS-NB-MAP-CC)
005790              MOVE GLM-COLONNE TO WS-MCC-COLONNE (WS-NB-MAP-CC)
005800          WHEN GLM-PERIODE-HAUTEUR
005810           AND GLM-PERIODE IS NUMERIC
005820           AND GLM-HAUTEUR IS NUMERIC AND GLM-HAUTEUR > 0
005830           AND WS-NB-MAP-PER < 120
005840              ADD 1 TO WS-NB-MAP-PER
005850              MOVE GLM-PERIODE TO WS-MPE-PERIODE (WS-NB-MAP-PER)
005860              MOVE GLM-HAUTEUR TO WS-MPE-HAUTEUR (WS-NB-MAP-PER)
005870          WHEN OTHER
005880              ADD 1 TO WS-CPT-MAP-REJ
005890              MOVE SPACE TO WS-LEDIT
005900              STRING 'CARTE GLMAP IGNOREE : ' MAP-RECORD (1:23)
005910                     DELIMITED BY SIZE
005920              INTO WS-LEDIT
005930              MOVE WS-LEDIT TO RPT-RECORD
005940              WRITE RPT-RECORD
005950      END-EVALUATE.
005960*
005970  0110-LECTURE-CORRESP-FIN.
005980      EXIT.
005990*
006000*---------------------------------------------------------------*
006010*   CHARGEMENT DES TEMOINS DE PRESENCE DEPUIS LE MAITRE COURANT  *
006020*   CUBEIN. MAITRE ABSENT : TOUS LES MOUVEMENTS SONT DES AJOUTS  *
006030*   (PREMIER CHARGEMENT DU CUBE)                                 *
006040*---------------------------------------------------------------*
006050  0200-CHARGE-MAITRE-DEB.
006060*
006070      OPEN INPUT CUBE-IN-FILE.
006080      IF NOT WS-CUBE-FILE-OK
006090          MOVE 'MAITRE CUBEIN ABSENT : MOUVEMENTS EN AJOUT'
006100                                                  TO RPT-RECORD
006110          WRITE RPT-RECORD
006120          MOVE SPACE TO RPT-RECORD
006130          WRITE RPT-RECORD
006140          GO TO 0200-CHARGE-MAITRE-FIN
006150      END-IF.
006160*
006170      PERFORM 0210-LECTURE-MAITRE-DEB
006180         THRU 0210-LECTURE-MAITRE-FIN
006190        UNTIL WS-CUBE-FILE-TERMINE.
006200      CLOSE CUBE-IN-FILE.
006210*
006220  0200-CHARGE-MAITRE-FIN.
006230      EXIT.
006240*
006250  0210-LECTURE-MAITRE-DEB.
006260*
006270      READ CUBE-IN-FILE
006280          AT END
006290              MOVE 'O' TO WS-CUBE-FILE-FIN-SW
006300          NOT AT END
006310              IF CIR-CUBE NOT = SPACES
006320                  ADD 1 TO WS-CPT-AUTRE-CUBE
006330              ELSE
006340              IF CIR-LIGNE   IS NUMERIC AND CIR-LIGNE   > 0
006350                 AND CIR-LIGNE   NOT > 10
006360                 AND CIR-COLONNE IS NUMERIC AND CIR-COLONNE > 0
006370                 AND CIR-COLONNE NOT > 10
006380                 AND CIR-HAUTEUR IS NUMERIC AND CIR-HAUTEUR > 0
006390                 AND CIR-HAUTEUR NOT > 10
006400                  MOVE 'O' TO WS-CELL-PRES
006410                      (CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
006420              END-IF
006430              END-IF
006440      END-READ.
006450*
006460  0210-LECTURE-MAITRE-FIN.
006470      EXIT.
006480*
006490*---------------------------------------------------------------*
006500*   LECTURE D'UN ENREGISTREMENT DE L'EXTRAIT : LIGNE DE DETAIL   *
006510*   TRADUITE ET CUMULEE SUR SON POSTE, ENREGISTREMENT DE         *
006520*   CONTROLE RETENU POUR LA BALANCE, TOUT AUTRE TYPE EN          *
006530*   EXCEPTION                                                    *
006540*---------------------------------------------------------------*
006550  1000-LECTURE-EXTRAIT-DEB.
006560*
006570      READ GLX-FILE
006580          AT END
006590              MOVE 'O' TO WS-GLX-FIN-SW
006600              GO TO 1000-LECTURE-EXTRAIT-FIN
006610      END-READ.
006620*
006630      IF GLX-CONTROLE
006640          MOVE 'O' TO WS-CONTROLE-SW
006650          IF GLT-NB-LIGNES IS NUMERIC
006660              MOVE GLT-NB-LIGNES TO WS-CPT-CONTROLE
006670          END-IF
006680          IF GLT-TOTAL IS NUMERIC
006690              MOVE GLT-TOTAL TO WS-TOT-CONTROLE
006700          END-IF
006710          GO TO 1000-LECTURE-EXTRAIT-FIN
006720      END-IF.
006730*
006740      ADD 1 TO WS-CPT-LUES.
006742      IF GLX-MONTANT IS NUMERIC
006744          ADD GLX-MONTANT TO WS-TOT-LUES
006746      END-IF.
006750      MOVE 0 TO WS-GL-LIGNE WS-GL-COLONNE WS-GL-HAUTEUR.
006760*
006770      IF NOT GLX-DETAIL
006780          MOVE '06' TO WS-EXC-MOTIF
006790          MOVE 'TYPE D ENREGISTREMENT INCONNU' TO WS-EXC-LIBELLE
006800          PERFORM 2000-ECRIT-EXCEPTION-DEB
006810             THRU 2000-ECRIT-EXCEPTION-FIN
006820          GO TO 1000-LECTURE-EXTRAIT-FIN
006830      END-IF.
006840*
006843* SEULES LES LIGNES DE DETAIL SONT COUVERTES PAR LE CONTROLE
006846      ADD 1 TO WS-CPT-DETAIL.
006850      IF GLX-MONTANT IS NOT NUMERIC
006860          MOVE '04' TO WS-EXC-MOTIF
006870          MOVE 'MONTANT NON NUMERIQUE' TO WS-EXC-LIBELLE
006880          PERFORM 2000-ECRIT-EXCEPTION-DEB
006890             THRU 2000-ECRIT-EXCEPTION-FIN
006900          GO TO 1000-LECTURE-EXTRAIT-FIN
006910      END-IF.
006920      ADD GLX-MONTANT TO WS-TOT-DETAIL.
006930*
006940      PERFORM 1010-TRADUIT-LIGNE-DEB
006950         THRU 1010-TRADUIT-LIGNE-FIN.
006960      IF WS-EXC-MOTIF NOT = SPACES
006970          PERFORM 2000-ECRIT-EXCEPTION-DEB
006980             THRU 2000-ECRIT-EXCEPTION-FIN
006990          GO TO 1000-LECTURE-EXTRAIT-FIN
007000      END-IF.
007010*
007020      COMPUTE WS-GL-CUMUL = WS-CELL-GL
007030              (WS-GL-LIGNE, WS-GL-COLONNE, WS-GL-HAUTEUR)
007040            + GLX-MONTANT
007050          ON SIZE ERROR
007060              MOVE '05' TO WS-EXC-MOTIF
007070              MOVE 'CUMUL HORS CAPACITE DU POSTE'
007080                TO WS-EXC-LIBELLE
007090      END-COMPUTE.
007100      IF WS-EXC-MOTIF NOT = SPACES
007110          PERFORM 2000-ECRIT-EXCEPTION-DEB
007120             THRU 2000-ECRIT-EXCEPTION-FIN
007130          GO TO 1000-LECTURE-EXTRAIT-FIN
007140      END-IF.
007150*
007160      MOVE WS-GL-CUMUL TO WS-CELL-GL
007170          (WS-GL-LIGNE, WS-GL-COLONNE, WS-GL-HAUTEUR).
007180      MOVE 'O' TO WS-CELL-ALIM
007190          (WS-GL-LIGNE, WS-GL-COLONNE, WS-GL-HAUTEUR).
007200      ADD 1 TO WS-CPT-INTEGREES.
007210      ADD GLX-MONTANT TO WS-TOT-INTEGREES.
007220*
007230  1000-LECTURE-EXTRAIT-FIN.
007240      EXIT.
007250*
007260*---------------------------------------------------------------*
007270*   TRADUCTION D'UNE LIGNE : COMPTE ET CENTRE (CORRESPONDANCE    *
007280*   PROPRE AU CENTRE, SINON CELLE DU COMPTE A CENTRE BLANC),     *
007290*   PUIS PERIODE, PUIS CONTROLE DU POSTE OBTENU CONTRE LES       *
007300*   DIMENSIONS DU CUBE. EN RETOUR, WS-EXC-MOTIF EST A BLANC SI   *
007310*   LA LIGNE EST TRADUITE                                        *
007320*---------------------------------------------------------------*
007330  1010-TRADUIT-LIGNE-DEB.
007340*
007350      MOVE SPACES TO WS-EXC-MOTIF WS-EXC-LIBELLE.
007360*
007370      MOVE 0 TO WS-RANG-CC.
007380      MOVE GLX-CENTRE TO WS-CENTRE-CHERCHE.
007390      PERFORM 1020-CHERCHE-COMPTE-DEB
007400         THRU 1020-CHERCHE-COMPTE-FIN
007410      VARYING WS-IMCC FROM 1 BY 1
007420        UNTIL WS-IMCC > WS-NB-MAP-CC
007430           OR WS-RANG-CC > 0.
007440      IF WS-RANG-CC = 0
007450          MOVE SPACES TO WS-CENTRE-CHERCHE
007460          PERFORM 1020-CHERCHE-COMPTE-DEB
007470             THRU 1020-CHERCHE-COMPTE-FIN
007480          VARYING WS-IMCC FROM 1 BY 1
007490            UNTIL WS-IMCC > WS-NB-MAP-CC
007500               OR WS-RANG-CC > 0
007510      END-IF.
007520      IF WS-RANG-CC = 0
007530          MOVE '01' TO WS-EXC-MOTIF
007540          MOVE 'COMPTE/CENTRE SANS CORRESP.' TO WS-EXC-LIBELLE
007550          GO TO 1010-TRADUIT-LIGNE-FIN
007560      END-IF.
007570      MOVE WS-MCC-LIGNE   (WS-RANG-CC) TO WS-GL-LIGNE.
007580      MOVE WS-MCC-COLONNE (WS-RANG-CC) TO WS-GL-COLONNE.
007590*
007600      MOVE 0 TO WS-RANG-PER.
007610      PERFORM 1030-CHERCHE-PERIODE-DEB
007620         THRU 1030-CHERCHE-PERIODE-FIN
007630      VARYING WS-IMPE FROM 1 BY 1
007640        UNTIL WS-IMPE > WS-NB-MAP-PER
007650           OR WS-RANG-PER > 0.
007660      IF WS-RANG-PER = 0
007670          MOVE '02' TO WS-EXC-MOTIF
007680          MOVE 'PERIODE SANS CORRESPONDANCE' TO WS-EXC-LIBELLE
007690          GO TO 1010-TRADUIT-LIGNE-FIN
007700      END-IF.
007710      MOVE WS-MPE-HAUTEUR (WS-RANG-PER) TO WS-GL-HAUTEUR.
007720*
007730      IF WS-GL-LIGNE   > WS-DIM-LIGNE
007740         OR WS-GL-COLONNE > WS-DIM-COLONNE
007750         OR WS-GL-HAUTEUR > WS-DIM-HAUTEUR
007760          MOVE '03' TO WS-EXC-MOTIF
007770          MOVE 'POSTE HORS DIMENSIONS PARMIN' TO WS-EXC-LIBELLE
007780      END-IF.
007790*
007800  1010-TRADUIT-LIGNE-FIN.
007810      EXIT.
007820*
007830  1020-CHERCHE-COMPTE-DEB.
007840*
007850      IF WS-MCC-COMPTE (WS-IMCC) = GLX-COMPTE
007860         AND WS-MCC-CENTRE (WS-IMCC) = WS-CENTRE-CHERCHE
007870          MOVE WS-IMCC TO WS-RANG-CC
007880      END-IF.
007890*
007900  1020-CHERCHE-COMPTE-FIN.
007910      EXIT.
007920*
007930  1030-CHERCHE-PERIODE-DEB.
007940*
007950      IF WS-MPE-PERIODE (WS-IMPE) = GLX-PERIODE
007960          MOVE WS-IMPE TO WS-RANG-PER
007970      END-IF.
007980*
007990  1030-CHERCHE-PERIODE-FIN.
008000      EXIT.
008010*
008020*---------------------------------------------------------------*
008030*   LIGNE EN EXCEPTION : ECRITURE DANS GLEXC, EDITION DANS       *
008040*   L'ETAT ET CUMUL POUR LA BALANCE (LES MONTANTS NON            *
008050*   NUMERIQUES SONT COMPTES A PART, SANS MONTANT)                *
008060*---------------------------------------------------------------*
008070  2000-ECRIT-EXCEPTION-DEB.
008080*
008090      ADD 1 TO WS-CPT-EXCEPTIONS.
008100      IF GLX-MONTANT IS NUMERIC
008110          ADD GLX-MONTANT TO WS-TOT-EXCEPTIONS
008120          MOVE GLX-MONTANT TO WS-VAL-ED
008130          INSPECT WS-VAL-ED REPLACING ALL ',' BY '.'
008140      ELSE
008150          ADD 1 TO WS-CPT-NON-NUM
008160          MOVE ALL '*' TO WS-VAL-ED-X
008170      END-IF.
008180*
008190      MOVE SPACES TO EXC-RECORD.
008200      MOVE GLX-RECORD (1:35) TO EXC-DONNEES.
008210      MOVE WS-EXC-LIBELLE    TO EXC-LIBELLE.
008220      IF WS-GL-LIGNE > 0
008230          MOVE WS-GL-LIGNE   TO EXC-LIGNE
008240          MOVE WS-GL-COLONNE TO EXC-COLONNE
008250      END-IF.
008260      IF WS-GL-HAUTEUR > 0
008270          MOVE WS-GL-HAUTEUR TO EXC-HAUTEUR
008280      END-IF.
008290      MOVE WS-EXC-MOTIF      TO EXC-MOTIF.
008300      WRITE EXC-RECORD.
008310*
008320      MOVE SPACE TO WS-LEDIT.
008330      STRING '  ' WS-EXC-MOTIF ' ' GLX-COMPTE ' ' GLX-CENTRE
008340             ' ' GLX-PERIODE ' ' WS-VAL-ED ' ' WS-EXC-LIBELLE
008350             DELIMITED BY SIZE
008360      INTO WS-LEDIT.
008370      MOVE WS-LEDIT TO RPT-RECORD.
008380      WRITE RPT-RECORD.
008390*
008400  2000-ECRIT-EXCEPTION-FIN.
008410      EXIT.
008420*
008430*---------------------------------------------------------------*
008440*   ECRITURE DE DELTAOUT : UN MOUVEMENT PAR POSTE ALIMENTE,      *
008450*   DANS L'ORDRE LIGNE / COLONNE / HAUTEUR, AU MONTANT CUMULE.   *
008460*   M SI LE POSTE EXISTE DANS LE MAITRE COURANT, A SINON         *
008470*---------------------------------------------------------------*
008480  3000-ECRIT-MOUVEMENTS-DEB.
008490*
008500      OPEN OUTPUT DELTA-FILE.
008510      IF NOT WS-DELTA-FILE-OK
008520          DISPLAY '*========================================*'
008530          DISPLAY '*  OUVERTURE IMPOSSIBLE DE DELTAOUT       *'
008540          DISPLAY '*  CODE STATUT : ' WS-DELTA-FILE-STATUS
008550          DISPLAY '*========================================*'
008560          GO TO 9999-ERREUR-PROGRAMME-DEB
008570      END-IF.
008580*
008590      PERFORM 3010-ECRIT-MOUVEMENT-DEB
008600         THRU 3010-ECRIT-MOUVEMENT-FIN
008610      VARYING WS-ILIGNE FROM 1 BY 1
008620        UNTIL WS-ILIGNE > 10
008630        AFTER WS-ICOLONNE FROM 1 BY 1
008640        UNTIL WS-ICOLONNE > 10
008650        AFTER WS-IHAUTEUR FROM 1 BY 1
008660        UNTIL WS-IHAUTEUR > 10.
008670*
008680      CLOSE DELTA-FILE.
008690*
008700  3000-ECRIT-MOUVEMENTS-FIN.
008710      EXIT.
008720*
008730  3010-ECRIT-MOUVEMENT-DEB.
008740*
008750      IF WS-CELL-ALIM (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
008760          MOVE SPACES TO DELTA-RECORD
008770          IF WS-CELL-PRES (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
008780                                                           = 'O'
008790              MOVE 'M' TO DTR-CODE
008800              ADD 1 TO WS-CPT-MODIFS
008810          ELSE
008820              MOVE 'A' TO DTR-CODE
008830              ADD 1 TO WS-CPT-AJOUTS
008840          END-IF
008850          MOVE WS-ILIGNE   TO DTR-LIGNE
008860          MOVE WS-ICOLONNE TO DTR-COLONNE
008870          MOVE WS-IHAUTEUR TO DTR-HAUTEUR
008880          MOVE WS-CELL-GL
008890              (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) TO DTR-VALEUR
008900          WRITE DELTA-RECORD
008910          ADD 1 TO WS-CPT-ECRITS
008920          ADD DTR-VALEUR TO WS-TOT-ECRITS
008930      END-IF.
008940*
008950  3010-ECRIT-MOUVEMENT-FIN.
008960      EXIT.
008970*
008980*---------------------------------------------------------------*
008990*   BALANCE DE L'EXTRAIT, DANS L'ETAT DE CONTROLE :              *
009000*   - LIGNES LUES = LIGNES INTEGREES + LIGNES EN EXCEPTION, ET   *
009010*     DE MEME POUR LES MONTANTS ;                                *
009020*   - MONTANT INTEGRE = TOTAL DES MOUVEMENTS ECRITS ;            *
009030*   - LIGNES DE DETAIL ET LEUR MONTANT = ENREGISTREMENT DE       *
009040*     CONTROLE DE L'EXTRAIT, QUAND IL EST PRESENT                *
009050*---------------------------------------------------------------*
009060  8000-EDITE-BALANCE-DEB.
009070*
009080      MOVE SPACE TO RPT-RECORD.
009090      WRITE RPT-RECORD.
009100      MOVE 'BALANCE DE L EXTRAIT' TO RPT-RECORD.
009110      WRITE RPT-RECORD.
009120*
009130      MOVE WS-TOT-LUES TO WS-TOT-ED.
009140      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
009150      MOVE SPACE TO WS-LEDIT.
009160      STRING '  LIGNES LUES         : ' WS-CPT-LUES
009161             ' MONTANT ' WS-TOT-ED
009162             DELIMITED BY SIZE INTO WS-LEDIT.
009163      MOVE WS-LEDIT TO RPT-RECORD.
009164      WRITE RPT-RECORD.
009165      MOVE WS-TOT-DETAIL TO WS-TOT-ED.
009166      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
009167      MOVE SPACE TO WS-LEDIT.
009168      STRING '    DONT LIGNES DE DETAIL : ' WS-CPT-DETAIL
009170             ' MONTANT ' WS-TOT-ED
009180             DELIMITED BY SIZE INTO WS-LEDIT.
009190      MOVE WS-LEDIT TO RPT-RECORD.
009200      WRITE RPT-RECORD.
009210*
009220      MOVE WS-TOT-INTEGREES TO WS-TOT-ED.
009230      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
009240      MOVE SPACE TO WS-LEDIT.
009250      STRING '  LIGNES INTEGREES    : ' WS-CPT-INTEGREES
009260             ' MONTANT ' WS-TOT-ED
009270             DELIMITED BY SIZE INTO WS-LEDIT.
009280      MOVE WS-LEDIT TO RPT-RECORD.
009290      WRITE RPT-RECORD.
009300*
009310      MOVE WS-TOT-EXCEPTIONS TO WS-TOT-ED.
009320      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
009330      MOVE SPACE TO WS-LEDIT.
009340      STRING '  LIGNES EN EXCEPTION : ' WS-CPT-EXCEPTIONS
009350             ' MONTANT ' WS-TOT-ED
009360             DELIMITED BY SIZE INTO WS-LEDIT.
009370      MOVE WS-LEDIT TO RPT-RECORD.
009380      WRITE RPT-RECORD.
009390      IF WS-CPT-NON-NUM > 0
009400          MOVE SPACE TO WS-LEDIT
009410          STRING '    DONT MONTANT NON NUMERIQUE : '
009420                 WS-CPT-NON-NUM
009430                 DELIMITED BY SIZE INTO WS-LEDIT
009440          MOVE WS-LEDIT TO RPT-RECORD
009450          WRITE RPT-RECORD
009460      END-IF.
009470*
009480      MOVE WS-TOT-ECRITS TO WS-TOT-ED.
009490      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
009500      MOVE SPACE TO WS-LEDIT.
009510      STRING '  MOUVEMENTS ECRITS   : ' WS-CPT-ECRITS
009520             ' (A ' WS-CPT-AJOUTS ' / M ' WS-CPT-MODIFS ')'
009530             ' MONTANT ' WS-TOT-ED
009540             DELIMITED BY SIZE INTO WS-LEDIT.
009550      MOVE WS-LEDIT TO RPT-RECORD.
009560      WRITE RPT-RECORD.
009570*
009580      IF WS-CONTROLE-LU
009590          MOVE WS-TOT-CONTROLE TO WS-TOT-ED
009600          INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'
009610          MOVE SPACE TO WS-LEDIT
009620          STRING '  CONTROLE DE L EXTRAIT: ' WS-CPT-CONTROLE
009630                 ' MONTANT ' WS-TOT-ED
009640                 DELIMITED BY SIZE INTO WS-LEDIT
009650          MOVE WS-LEDIT TO RPT-RECORD
009660      ELSE
009670          MOVE '  ENREGISTREMENT DE CONTROLE DE L EXTRAIT ABSENT'
009680                                                  TO RPT-RECORD
009690      END-IF.
009700      WRITE RPT-RECORD.
009710*
009720      COMPUTE WS-CPT-BALANCE = WS-CPT-INTEGREES
009730                             + WS-CPT-EXCEPTIONS.
009740      COMPUTE WS-TOT-BALANCE = WS-TOT-INTEGREES
009750                             + WS-TOT-EXCEPTIONS.
009760      IF WS-CPT-BALANCE NOT = WS-CPT-LUES
009770         OR WS-TOT-BALANCE NOT = WS-TOT-LUES
009780         OR WS-TOT-ECRITS NOT = WS-TOT-INTEGREES
009790          MOVE 'O' TO WS-DESEQUILIBRE-SW
009800      END-IF.
009810      IF WS-CONTROLE-LU
009820         AND (WS-CPT-CONTROLE NOT = WS-CPT-DETAIL
009830              OR WS-TOT-CONTROLE NOT = WS-TOT-DETAIL)
009840          MOVE 'O' TO WS-DESEQUILIBRE-SW
009850      END-IF.
009860*
009870      MOVE SPACE TO RPT-RECORD.
009880      WRITE RPT-RECORD.
009890      IF WS-DESEQUILIBRE
009900          MOVE 'BALANCE DESEQUILIBREE - NE PAS APPLIQUER DELTAOUT'
009910                                                  TO RPT-RECORD
009920      ELSE
009930          MOVE 'BALANCE : EQUILIBREE' TO RPT-RECORD
009940      END-IF.
009950      WRITE RPT-RECORD.
009960*
009970  8000-EDITE-BALANCE-FIN.
009980      EXIT.
009990*
010000  8999-STATISTIQUES-DEB.
010010*
010020       DISPLAY '************************************************'
010030       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP19       *'
010040       DISPLAY '*     ==================================       *'
010050       DISPLAY '************************************************'
010060       DISPLAY '  LIGNES LUES       : ' WS-CPT-LUES
010070       DISPLAY '  LIGNES INTEGREES  : ' WS-CPT-INTEGREES
010080       DISPLAY '  EXCEPTIONS        : ' WS-CPT-EXCEPTIONS
010090       DISPLAY '  MOUVEMENTS ECRITS : ' WS-CPT-ECRITS
010100       DISPLAY '  DONT AJOUTS       : ' WS-CPT-AJOUTS
010110       DISPLAY '  DONT MODIFICATIONS: ' WS-CPT-MODIFS
010120       DISPLAY '  CARTES GLMAP IGNOREES : ' WS-CPT-MAP-REJ
010130       DISPLAY '  POSTES AUTRE CUBE : ' WS-CPT-AUTRE-CUBE
010140       DISPLAY '************************************************'.
010150*
010160  8999-STATISTIQUES-FIN.
010170       EXIT.
010180*
010190*---------------------------------------------------------------*
010200*   9999-  : PROTECTION FIN DE PROGRAMME                        *
010210*---------------------------------------------------------------*
010220*
010230  9999-FIN-PROGRAMME-DEB.
010240*
010250*---------------------------------------------------------------*
010260* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 8 SI L'EXTRAIT EST  *
010270* DESEQUILIBRE (DELTAOUT NE DOIT PAS PARTIR VERS ADSOTP9), 4 SI  *
010280* DES LIGNES SONT EN EXCEPTION OU SI L'ENREGISTREMENT DE         *
010290* CONTROLE MANQUE, SINON 0                                       *
010300*---------------------------------------------------------------*
010310      EVALUATE TRUE
010320          WHEN WS-DESEQUILIBRE
010330              MOVE 8 TO WS-CR-FINAL
010340          WHEN WS-CPT-EXCEPTIONS > 0
010350              MOVE 4 TO WS-CR-FINAL
010360          WHEN NOT WS-CONTROLE-LU
010370              MOVE 4 TO WS-CR-FINAL
010380          WHEN OTHER
010390              MOVE 0 TO WS-CR-FINAL
010400      END-EVALUATE.
010410*
010420       DISPLAY '*==============================================*'
010430       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP19        *'
010440       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
010450       DISPLAY '*==============================================*'.
010460*
010470      MOVE WS-CR-FINAL TO RETURN-CODE.
010480*
010490  9999-FIN-PROGRAMME-FIN.
010500       GOBACK.
010510*
010520  9999-ERREUR-PROGRAMME-DEB.
010530*
010540       DISPLAY '*==============================================*'
010550       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
010560       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP19       *'
010570       DISPLAY '*==============================================*'.
010580*
010590* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
010600       MOVE 16 TO RETURN-CODE.
010610*
010620  9999-ERREUR-PROGRAMME-FIN.
010630       GOBACK.
