000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP18                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 14/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* ENTRETIEN DU DICTIONNAIRE DES AXES (AXEDIC) : CHAQUE ENTREE   *
000120* DONNE LE LIBELLE METIER D'UN INDICE D'AXE (TYPE L = LIGNE,    *
000130* C = COLONNE, H = HAUTEUR, INDICE 01 A 10) OU D'UN CUBE        *
000140* (TYPE K, INDICE 00). UN LIBELLE D'AXE SANS NOM DE CUBE VAUT   *
000150* POUR TOUS LES CUBES QUI N'EN PORTENT PAS EN PROPRE ; UN       *
000160* LIBELLE DE CUBE SANS NOM DESIGNE LE CUBE SANS NOM (PREMIER    *
000170* CUBE DU MAITRE MONO-CUBE). LE PROGRAMME LIT LE DICTIONNAIRE   *
000180* COURANT, APPLIQUE UN FICHIER DE MOUVEMENTS (AXEMVT : A =      *
000190* AJOUT / M = MODIFICATION / S = SUPPRESSION / L = LISTE) ET    *
000200* ECRIT LA NOUVELLE GENERATION (AXEOUT) AINSI QU'UN ETAT        *
000210* (RPTOUT), SUR LE MODELE D'ADSOTP14 POUR QRYLIB. LES LIBELLES  *
000220* SONT REPRIS PAR ADSOTP7 (GRILLE, RPTOUT, RESCSV, TRNCSV,      *
000230* CUBECSV ET DESIGNATION D'UN PLAN PAR SON LIBELLE), ADSOTP10   *
000240* (RECOUT) ET ADSOTP12 (HISTRPT).                               *
000250*---------------------------------------------------------------*
000260*--               HISTORIQUE DES MODIFICATIONS --               *
000270*---------------------------------------------------------------*
000280* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000290*---------------------------------------------------------------*
000300* 14/10/2026    ! CREATION DU PROGRAMME                         *
000310*===============================================================*
000320*
000330*************************
000340  IDENTIFICATION DIVISION.
000350*************************
000360  PROGRAM-ID.      ADSOTP18.
000370*
000380*                  ==============================               *
000390*=================<  ENVIRONMENT      DIVISION   >==============*
000400*                  ==============================               *
000410*                                                               *
000420*===============================================================*
000430*
000440**********************
000450  ENVIRONMENT DIVISION.
000460**********************
000470*
000480*======================
000490  CONFIGURATION SECTION.
000500*======================
000510*
000520*--------------
000530  SPECIAL-NAMES.
000540*--------------
000550      DECIMAL-POINT IS COMMA.
000560*
000570*=====================
000580  INPUT-OUTPUT SECTION.
000590*=====================
000600*
000610*-------------
000620  FILE-CONTROL.
000630*-------------
000640*
000650      SELECT AXE-DIC-FILE ASSIGN TO AXEDIC
000660             ORGANIZATION IS SEQUENTIAL
000670             FILE STATUS  IS WS-ADIC-FILE-STATUS.
000680*
000690      SELECT AXE-MVT-FILE ASSIGN TO AXEMVT
000700             ORGANIZATION IS SEQUENTIAL
000710             FILE STATUS  IS WS-AMVT-FILE-STATUS.
000720*
000730      SELECT AXE-OUT-FILE ASSIGN TO AXEOUT
000740             ORGANIZATION IS SEQUENTIAL
000750             FILE STATUS  IS WS-AOUT-FILE-STATUS.
000760*
000770      SELECT RPT-FILE     ASSIGN TO RPTOUT
000780             ORGANIZATION IS SEQUENTIAL
000790             FILE STATUS  IS WS-RPT-FILE-STATUS.
000800*
000810*                  ==============================               *
000820*=================<       DATA        DIVISION   >==============*
000830*                  ==============================               *
000840*                                                               *
000850*===============================================================*
000860*
000870***************
000880  DATA DIVISION.
000890***************
000900*
000910*=============
000920  FILE SECTION.
000930*=============
000940*
000950*---------------------------------------------------------------*
000960*   DICTIONNAIRE DES AXES : CLE (TYPE, CUBE, INDICE) PUIS LE     *
000970*   LIBELLE SUR 20 CARACTERES. TYPE L / C / H = INDICE 01 A 10   *
000980*   D'UN AXE, TYPE K = LIBELLE DU CUBE (INDICE 00). CUBE A       *
000990*   BLANC : LIBELLE D'AXE COMMUN A TOUS LES CUBES, OU LIBELLE DU *
001000*   CUBE SANS NOM                                                *
001010*---------------------------------------------------------------*
001020  FD  AXE-DIC-FILE
001030      RECORDING MODE IS F
001040      RECORD CONTAINS 80 CHARACTERS.
001050*
001060  01  AXE-DIC-RECORD.
001070      05  ADR-CLE.
001080          10  ADR-TYPE                  PIC X.
001090          10  ADR-CUBE                  PIC X(4).
001100          10  ADR-INDICE                PIC X(2).
001110      05  ADR-LIBELLE                   PIC X(20).
001120      05  FILLER                        PIC X(53).
001130*
001140*---------------------------------------------------------------*
001150*   MOUVEMENTS D'ENTRETIEN : CODE (A = AJOUT / M = MODIFICATION  *
001160*   / S = SUPPRESSION / L = LISTE), CLE DE L'ENTREE, PUIS LE     *
001170*   LIBELLE (EXPLOITE PAR A ET M SEULEMENT)                      *
001180*---------------------------------------------------------------*
001190  FD  AXE-MVT-FILE
001200      RECORDING MODE IS F
001210      RECORD CONTAINS 80 CHARACTERS.
001220*
001230  01  AXE-MVT-RECORD.
001240      05  AMV-CODE                      PIC X.
001250          88  AMV-AJOUT                            VALUE 'A'.
001260          88  AMV-MODIF                            VALUE 'M'.
001270          88  AMV-SUPPR                            VALUE 'S'.
001280          88  AMV-LISTE                            VALUE 'L'.
001290      05  AMV-CLE.
001300          10  AMV-TYPE                  PIC X.
001310          10  AMV-CUBE                  PIC X(4).
001320          10  AMV-INDICE                PIC X(2).
001330      05  AMV-LIBELLE                   PIC X(20).
001340      05  FILLER                        PIC X(52).
001350*
001360  FD  AXE-OUT-FILE
001370      RECORDING MODE IS F
001380      RECORD CONTAINS 80 CHARACTERS.
001390*
001400  01  AXE-OUT-RECORD                    PIC X(80).
001410*
001420  FD  RPT-FILE
001430      RECORDING MODE IS F
001440      RECORD CONTAINS 80 CHARACTERS.
001450*
001460  01  RPT-RECORD                        PIC X(80).
001470*
001480*========================
001490  WORKING-STORAGE SECTION.
001500*========================
001510*---------------------------------------------------------------*
001520*   IMAGE EN MEMOIRE DU DICTIONNAIRE : JUSQU'A 300 ENTREES (3    *
001530*   AXES X 10 INDICES POUR LE CUBE SANS NOM ET SIX CUBES NOMMES, *
001540*   PLUS LES LIBELLES DE CUBE), UN TEMOIN D'ACTIVITE PAR ENTREE  *
001550*   (UNE SUPPRESSION ETEINT L'ENTREE, SEULES LES ENTREES         *
001560*   ACTIVES SONT REECRITES)                                      *
001570*---------------------------------------------------------------*
001580  01  WS-DICS.
001590      05  WS-DIC-ENT                    OCCURS 300.
001600          10  WS-DIC-ACTIF              PIC X.
001610          10  WS-DIC-CLE.
001620              15  WS-DIC-TYPE           PIC X.
001630              15  WS-DIC-CUBE           PIC X(4).
001640              15  WS-DIC-INDICE         PIC X(2).
001650          10  WS-DIC-LIBELLE            PIC X(20).
001660*
001670  01  WS-NB-DICS                        PIC 9(3)    VALUE 0.
001680  01  WS-IDIC                           PIC 9(3).
001690  01  WS-DIC-TROUVE                     PIC 9(3).
001700  01  WS-DIC-DOUBLON                    PIC 9(3).
001710*
001720* CLE DEMANDEE PAR LE MOUVEMENT EN COURS ; L'INDICE D'UN LIBELLE
001730* DE CUBE (TYPE K) EST RAMENE A 00 QUAND IL EST FRAPPE A BLANC
001740  01  WS-CLE-DEMANDE.
001750      05  WS-CLE-TYPE                   PIC X.
001760          88  WS-CLE-AXE                           VALUES 'L' 'C'
001770                                                      'H'.
001780          88  WS-CLE-CUBE-LIB                      VALUE 'K'.
001790      05  WS-CLE-CUBE                   PIC X(4).
001800      05  WS-CLE-INDICE                 PIC X(2).
001810      05  WS-CLE-INDICE-9 REDEFINES WS-CLE-INDICE
001820                                        PIC 9(2).
001830*
001840*---------------------------------------------------------------*
001850*   CODES MOTIF DE REJET D'UN MOUVEMENT (EDITES DANS RPTOUT) :   *
001860*   01 = TYPE INCONNU               02 = INDICE INVALIDE         *
001870*   03 = LIBELLE ABSENT OU INVALIDE 04 = LIBELLE DEJA PORTE      *
001880*   05 = ENTREE DEJA PRESENTE       06 = ENTREE INCONNUE         *
001890*   07 = DICTIONNAIRE PLEIN         08 = CODE MOUVEMENT INCONNU  *
001900*---------------------------------------------------------------*
001910  01  WS-MOTIF-REJET                    PIC X(2).
001920  01  WS-NB-VIRGULES                    PIC 9(2).
001930*
001940  01  WS-ADIC-FILE-STATUS               PIC X(02).
001950      88  WS-ADIC-FILE-OK                          VALUE '00'.
001960*
001970  01  WS-AMVT-FILE-STATUS               PIC X(02).
001980      88  WS-AMVT-FILE-OK                          VALUE '00'.
001990*
002000  01  WS-AOUT-FILE-STATUS               PIC X(02).
002010      88  WS-AOUT-FILE-OK                          VALUE '00'.
002020*
002030  01  WS-RPT-FILE-STATUS                PIC X(02).
002040      88  WS-RPT-FILE-OK                           VALUE '00'.
002050*
002060  01  WS-ADIC-FILE-FIN-SW               PIC X       VALUE 'N'.
002070      88  WS-ADIC-FILE-TERMINE                     VALUE 'O'.
002080*
002090  01  WS-AMVT-FILE-FIN-SW               PIC X       VALUE 'N'.
002100      88  WS-AMVT-FILE-TERMINE                     VALUE 'O'.
002110*
002120*---------------------------------------------------------------*
002130*   COMPTEURS DE FIN DE TRAITEMENT                               *
002140*---------------------------------------------------------------*
002150  01  WS-CPT-LUS                        PIC 9(5)    VALUE 0.
002160  01  WS-CPT-AJOUTS                     PIC 9(5)    VALUE 0.
002170  01  WS-CPT-MODIFS                     PIC 9(5)    VALUE 0.
002180  01  WS-CPT-SUPPRS                     PIC 9(5)    VALUE 0.
002190  01  WS-CPT-LISTES                     PIC 9(5)    VALUE 0.
002200  01  WS-CPT-REJETS                     PIC 9(5)    VALUE 0.
002210  01  WS-CPT-ECRITES                    PIC 9(5)    VALUE 0.
002220*
002230  01  WS-LEDIT                          PIC X(80).
002240*
002250*                  ==============================               *
002260*=================<   PROCEDURE       DIVISION   >==============*
002270*                  ==============================               *
002280*                                                               *
002290*===============================================================*
002300*
002310  PROCEDURE           DIVISION.
002320*
002330*---------------------------------------------------------------*
002340*               DESCRIPTION DU COMPOSANT PROGRAMME              *
002350*               ==================================              *
002360*---------------------------------------------------------------*
002370*
002380  0000-PROGRAMME-DEB.
002390*
002400      INITIALIZE WS-DICS.
002410      PERFORM 0020-INIT-ENTREE-DEB
002420         THRU 0020-INIT-ENTREE-FIN
002430      VARYING WS-IDIC FROM 1 BY 1
002440        UNTIL WS-IDIC > 300.
002450      MOVE 0 TO WS-NB-DICS.
002460*
002470      PERFORM 0100-CHARGE-AXEDIC-DEB
002480         THRU 0100-CHARGE-AXEDIC-FIN.
002490*
002500      OPEN INPUT AXE-MVT-FILE.
002510      IF NOT WS-AMVT-FILE-OK
002520          DISPLAY '*========================================*'
002530          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER AXEMVT *'
002540          DISPLAY '*  CODE STATUT : ' WS-AMVT-FILE-STATUS
002550          DISPLAY '*========================================*'
002560          GO TO 9999-ERREUR-PROGRAMME-DEB
002570      END-IF.
002580*
002590      OPEN OUTPUT RPT-FILE.
002600      IF NOT WS-RPT-FILE-OK
002610          DISPLAY '*========================================*'
002620          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
002630          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
002640          DISPLAY '*========================================*'
002650          GO TO 9999-ERREUR-PROGRAMME-DEB
002660      END-IF.
002670*
002680      MOVE 'ENTRETIEN DU DICTIONNAIRE DES AXES' TO RPT-RECORD.
002690      WRITE RPT-RECORD.
002700*
002710      PERFORM 1005-LECTURE-MVT-DEB
002720         THRU 1005-LECTURE-MVT-FIN.
002730*
002740      PERFORM 1010-APPLIQUE-MVT-DEB
002750         THRU 1010-APPLIQUE-MVT-FIN
002760        UNTIL WS-AMVT-FILE-TERMINE.
002770*
002780      CLOSE AXE-MVT-FILE.
002790*
002800      PERFORM 3000-ECRIT-NOUVEAU-DIC-DEB
002810         THRU 3000-ECRIT-NOUVEAU-DIC-FIN.
002820*
002830      CLOSE RPT-FILE.
002840*
002850      PERFORM 8999-STATISTIQUES-DEB
002860         THRU 8999-STATISTIQUES-FIN.
002870*
002880      PERFORM 9999-FIN-PROGRAMME-DEB
002890         THRU 9999-FIN-PROGRAMME-FIN.
002900*
002910  0000-PROGRAMME-FIN.
002920       EXIT.
002930***************************************************************
002940***************************************************************
002950***************************************************************
002960*---------------------------------------------------------------*
002970*   MISE A 'N' DU SEUL TEMOIN D'ACTIVITE DE CHAQUE ENTREE (LA    *
002980*   CLE ET LE LIBELLE RESTENT A BLANC DE L'INITIALIZE)           *
002990*---------------------------------------------------------------*
003000  0020-INIT-ENTREE-DEB.
003010*
003020      MOVE 'N' TO WS-DIC-ACTIF (WS-IDIC).
003030*
003040  0020-INIT-ENTREE-FIN.
003050      EXIT.
003060*
003070*---------------------------------------------------------------*
003080*   CHARGEMENT DU DICTIONNAIRE COURANT. FICHIER ABSENT : LE      *
003090*   DICTIONNAIRE DEMARRE VIDE (PREMIERE CONSTITUTION)            *
003100*---------------------------------------------------------------*
003110  0100-CHARGE-AXEDIC-DEB.
003120*
003130      OPEN INPUT AXE-DIC-FILE.
003140      IF WS-ADIC-FILE-OK
003150          PERFORM 0110-LECTURE-AXEDIC-DEB
003160             THRU 0110-LECTURE-AXEDIC-FIN
003170            UNTIL WS-ADIC-FILE-TERMINE
003180          CLOSE AXE-DIC-FILE
003190      ELSE
003200          DISPLAY '*========================================*'
003210          DISPLAY '*  DICTIONNAIRE AXEDIC ABSENT : VIDE      *'
003220          DISPLAY '*========================================*'
003230      END-IF.
003240*
003250  0100-CHARGE-AXEDIC-FIN.
003260      EXIT.
003270*
003280  0110-LECTURE-AXEDIC-DEB.
003290*
003300      READ AXE-DIC-FILE
003310          AT END
003320              MOVE 'O' TO WS-ADIC-FILE-FIN-SW
003330          NOT AT END
003340              IF ADR-TYPE = SPACE
003350                  DISPLAY '*====================================*'
003360                  DISPLAY '*  ENTREE AXEDIC SANS TYPE - IGNOREE *'
003370                  DISPLAY '*====================================*'
003380              ELSE
003390              IF WS-NB-DICS < 300
003400                  ADD 1 TO WS-NB-DICS
003410                  MOVE 'O' TO WS-DIC-ACTIF (WS-NB-DICS)
003420                  MOVE ADR-CLE     TO WS-DIC-CLE (WS-NB-DICS)
003430                  MOVE ADR-LIBELLE TO WS-DIC-LIBELLE (WS-NB-DICS)
003440              ELSE
003450                  DISPLAY '*====================================*'
003460                  DISPLAY '*  PLUS DE 300 ENTREES DANS AXEDIC   *'
003470                  DISPLAY '*  ENTREE IGNOREE : ' ADR-CLE
003480                  DISPLAY '*====================================*'
003490              END-IF
003500              END-IF
003510      END-READ.
003520*
003530  0110-LECTURE-AXEDIC-FIN.
003540      EXIT.
003550*
003560*---------------------------------------------------------------*
003570*   RECHERCHE D'UNE ENTREE PAR SA CLE PARMI LES ENTREES         *
003580*   ACTIVES ; WS-DIC-TROUVE A ZERO = CLE INCONNUE                *
003590*---------------------------------------------------------------*
003600  0140-TROUVE-DIC-DEB.
003610*
003620      MOVE 0 TO WS-DIC-TROUVE.
003630      PERFORM 0142-COMPARE-DIC-DEB
003640         THRU 0142-COMPARE-DIC-FIN
003650      VARYING WS-IDIC FROM 1 BY 1
003660        UNTIL WS-IDIC > WS-NB-DICS
003670           OR WS-DIC-TROUVE > 0.
003680*
003690  0140-TROUVE-DIC-FIN.
003700      EXIT.
003710*
003720  0142-COMPARE-DIC-DEB.
003730*
003740      IF WS-DIC-ACTIF (WS-IDIC) = 'O'
003750         AND WS-DIC-CLE (WS-IDIC) = WS-CLE-DEMANDE
003760          MOVE WS-IDIC TO WS-DIC-TROUVE
003770      END-IF.
003780*
003790  0142-COMPARE-DIC-FIN.
003800      EXIT.
003810*
003820*---------------------------------------------------------------*
003830*   RECHERCHE D'UN AUTRE INDICE DU MEME AXE ET DU MEME CUBE      *
003840*   PORTANT DEJA LE LIBELLE DEMANDE : ADSOTP7 RETROUVE UN PLAN   *
003850*   PAR SON LIBELLE, QUI DOIT DONC RESTER UNIQUE SUR SON AXE.    *
003860*   WS-DIC-DOUBLON A ZERO = LIBELLE LIBRE                        *
003870*---------------------------------------------------------------*
003880  0150-TROUVE-DOUBLON-DEB.
003890*
003900      MOVE 0 TO WS-DIC-DOUBLON.
003910      PERFORM 0152-COMPARE-DOUBLON-DEB
003920         THRU 0152-COMPARE-DOUBLON-FIN
003930      VARYING WS-IDIC FROM 1 BY 1
003940        UNTIL WS-IDIC > WS-NB-DICS
003950           OR WS-DIC-DOUBLON > 0.
003960*
003970  0150-TROUVE-DOUBLON-FIN.
003980      EXIT.
003990*
004000  0152-COMPARE-DOUBLON-DEB.
004010*
004020      IF WS-DIC-ACTIF (WS-IDIC) = 'O'
004030         AND WS-DIC-TYPE (WS-IDIC) = WS-CLE-TYPE
004040         AND WS-DIC-CUBE (WS-IDIC) = WS-CLE-CUBE
004050         AND WS-DIC-INDICE (WS-IDIC) NOT = WS-CLE-INDICE
004060         AND WS-DIC-LIBELLE (WS-IDIC) = AMV-LIBELLE
004070          MOVE WS-IDIC TO WS-DIC-DOUBLON
004080      END-IF.
004090*
004100  0152-COMPARE-DOUBLON-FIN.
004110      EXIT.
004120*
004130*---------------------------------------------------------------*
004140*   LECTURE D'UN MOUVEMENT D'ENTRETIEN                           *
004150*---------------------------------------------------------------*
004160  1005-LECTURE-MVT-DEB.
004170*
004180      READ AXE-MVT-FILE
004190          AT END
004200              MOVE 'O' TO WS-AMVT-FILE-FIN-SW
004210          NOT AT END
004220              ADD 1 TO WS-CPT-LUS
004230      END-READ.
004240*
004250  1005-LECTURE-MVT-FIN.
004260      EXIT.
004270*
004280*---------------------------------------------------------------*
004290*   APPLICATION D'UN MOUVEMENT : LA CLE EST CONTROLEE SAUF POUR  *
004300*   LA LISTE, LE LIBELLE EST CONTROLE POUR A ET M                *
004310*---------------------------------------------------------------*
004320  1010-APPLIQUE-MVT-DEB.
004330*
004340      MOVE SPACES TO WS-MOTIF-REJET.
004350*
004360      IF AMV-LISTE
004370          ADD 1 TO WS-CPT-LISTES
004380          PERFORM 1050-EDITE-LISTE-DEB
004390             THRU 1050-EDITE-LISTE-FIN
004400          GO TO 1010-APPLIQUE-MVT-SUITE
004410      END-IF.
004420*
004430      IF NOT AMV-AJOUT AND NOT AMV-MODIF AND NOT AMV-SUPPR
004440          MOVE '08' TO WS-MOTIF-REJET
004450          PERFORM 2000-REJETTE-MVT-DEB
004460             THRU 2000-REJETTE-MVT-FIN
004470          GO TO 1010-APPLIQUE-MVT-SUITE
004480      END-IF.
004490*
004500      PERFORM 1015-VALIDE-CLE-DEB
004510         THRU 1015-VALIDE-CLE-FIN.
004520      IF WS-MOTIF-REJET NOT = SPACES
004530          PERFORM 2000-REJETTE-MVT-DEB
004540             THRU 2000-REJETTE-MVT-FIN
004550          GO TO 1010-APPLIQUE-MVT-SUITE
004560      END-IF.
004570*
004580      EVALUATE TRUE
004590          WHEN AMV-AJOUT
004600              PERFORM 1020-APPLIQUE-AJOUT-DEB
004610                 THRU 1020-APPLIQUE-AJOUT-FIN
004620          WHEN AMV-MODIF
004630              PERFORM 1030-APPLIQUE-MODIF-DEB
004640                 THRU 1030-APPLIQUE-MODIF-FIN
004650          WHEN AMV-SUPPR
004660              PERFORM 1040-APPLIQUE-SUPPR-DEB
004670                 THRU 1040-APPLIQUE-SUPPR-FIN
004680      END-EVALUATE.
004690*
004700  1010-APPLIQUE-MVT-SUITE.
004710*
004720      PERFORM 1005-LECTURE-MVT-DEB
004730         THRU 1005-LECTURE-MVT-FIN.
004740*
004750  1010-APPLIQUE-MVT-FIN.
004760      EXIT.
004770*
004780*---------------------------------------------------------------*
004790*   CONTROLE DE LA CLE D'UN MOUVEMENT : TYPE L / C / H AVEC UN   *
004800*   INDICE DE 01 A 10 (TAILLE MAXIMUM COMPILEE DU CUBE, LES      *
004810*   DIMENSIONS REELLES DE LA NUIT NE SONT PAS CONNUES ICI), OU   *
004820*   TYPE K AVEC UN INDICE 00 OU A BLANC                          *
004830*---------------------------------------------------------------*
004840  1015-VALIDE-CLE-DEB.
004850*
004860      MOVE AMV-CLE TO WS-CLE-DEMANDE.
004870*
004880      EVALUATE TRUE
004890          WHEN WS-CLE-AXE
004900              IF WS-CLE-INDICE IS NOT NUMERIC
004910                  MOVE '02' TO WS-MOTIF-REJET
004920              ELSE
004930                  IF WS-CLE-INDICE-9 = 0
004940                     OR WS-CLE-INDICE-9 > 10
004950                      MOVE '02' TO WS-MOTIF-REJET
004960                  END-IF
004970              END-IF
004980          WHEN WS-CLE-CUBE-LIB
004990              IF WS-CLE-INDICE = SPACES
005000                  MOVE '00' TO WS-CLE-INDICE
005010              END-IF
005020              IF WS-CLE-INDICE NOT = '00'
005030                  MOVE '02' TO WS-MOTIF-REJET
005040              END-IF
005050          WHEN OTHER
005060              MOVE '01' TO WS-MOTIF-REJET
005070      END-EVALUATE.
005080*
005090  1015-VALIDE-CLE-FIN.
005100      EXIT.
005110*
005120*---------------------------------------------------------------*
005130*   CONTROLE DU LIBELLE (AJOUT ET MODIFICATION) : OBLIGATOIRE,   *
005140*   CADRE A GAUCHE, SANS VIRGULE (IL EST REPRIS TEL QUEL DANS    *
005150*   LES FEUILLES CSV D'ADSOTP7) ET UNIQUE SUR SON AXE            *
005160*---------------------------------------------------------------*
005170  1016-VALIDE-LIBELLE-DEB.
005180*
005190      MOVE 0 TO WS-NB-VIRGULES.
005200      INSPECT AMV-LIBELLE TALLYING WS-NB-VIRGULES FOR ALL ','.
005210      IF AMV-LIBELLE = SPACES
005220         OR AMV-LIBELLE (1:1) = SPACE
005230         OR WS-NB-VIRGULES > 0
005240          MOVE '03' TO WS-MOTIF-REJET
005250          GO TO 1016-VALIDE-LIBELLE-FIN
005260      END-IF.
005270*
005280      IF WS-CLE-AXE
005290          PERFORM 0150-TROUVE-DOUBLON-DEB
005300             THRU 0150-TROUVE-DOUBLON-FIN
005310          IF WS-DIC-DOUBLON > 0
005320              MOVE '04' TO WS-MOTIF-REJET
005330          END-IF
005340      END-IF.
005350*
005360  1016-VALIDE-LIBELLE-FIN.
005370      EXIT.
005380*
005390*---------------------------------------------------------------*
005400*   AJOUT D'UNE ENTREE : CLE ENCORE LIBRE, LIBELLE VALIDE,       *
005410*   PLACE DISPONIBLE                                             *
005420*---------------------------------------------------------------*
005430  1020-APPLIQUE-AJOUT-DEB.
005440*
005450      PERFORM 0140-TROUVE-DIC-DEB
005460         THRU 0140-TROUVE-DIC-FIN.
005470      IF WS-DIC-TROUVE > 0
005480          MOVE '05' TO WS-MOTIF-REJET
005490          PERFORM 2000-REJETTE-MVT-DEB
005500             THRU 2000-REJETTE-MVT-FIN
005510          GO TO 1020-APPLIQUE-AJOUT-FIN
005520      END-IF.
005530      PERFORM 1016-VALIDE-LIBELLE-DEB
005540         THRU 1016-VALIDE-LIBELLE-FIN.
005550      IF WS-MOTIF-REJET NOT = SPACES
005560          PERFORM 2000-REJETTE-MVT-DEB
005570             THRU 2000-REJETTE-MVT-FIN
005580          GO TO 1020-APPLIQUE-AJOUT-FIN
005590      END-IF.
005600      IF WS-NB-DICS < 300
005610          ADD 1 TO WS-NB-DICS
005620          MOVE 'O' TO WS-DIC-ACTIF (WS-NB-DICS)
005630          MOVE WS-CLE-DEMANDE TO WS-DIC-CLE (WS-NB-DICS)
005640          MOVE AMV-LIBELLE    TO WS-DIC-LIBELLE (WS-NB-DICS)
005650          ADD 1 TO WS-CPT-AJOUTS
005660      ELSE
005670          MOVE '07' TO WS-MOTIF-REJET
005680          PERFORM 2000-REJETTE-MVT-DEB
005690             THRU 2000-REJETTE-MVT-FIN
005700      END-IF.
005710*
005720  1020-APPLIQUE-AJOUT-FIN.
005730      EXIT.
005740*
005750*---------------------------------------------------------------*
005760*   MODIFICATION D'UN LIBELLE : CLE CONNUE, LIBELLE VALIDE       *
005770*---------------------------------------------------------------*
005780  1030-APPLIQUE-MODIF-DEB.
005790*
005800      PERFORM 0140-TROUVE-DIC-DEB
005810         THRU 0140-TROUVE-DIC-FIN.
005820      IF WS-DIC-TROUVE = 0
005830          MOVE '06' TO WS-MOTIF-REJET
005840          PERFORM 2000-REJETTE-MVT-DEB
005850             THRU 2000-REJETTE-MVT-FIN
005860          GO TO 1030-APPLIQUE-MODIF-FIN
005870      END-IF.
005880      PERFORM 1016-VALIDE-LIBELLE-DEB
005890         THRU 1016-VALIDE-LIBELLE-FIN.
005900      IF WS-MOTIF-REJET NOT = SPACES
005910          PERFORM 2000-REJETTE-MVT-DEB
005920             THRU 2000-REJETTE-MVT-FIN
005930          GO TO 1030-APPLIQUE-MODIF-FIN
005940      END-IF.
005950      MOVE AMV-LIBELLE TO WS-DIC-LIBELLE (WS-DIC-TROUVE).
005960      ADD 1 TO WS-CPT-MODIFS.
005970*
005980  1030-APPLIQUE-MODIF-FIN.
005990      EXIT.
006000*
006010*---------------------------------------------------------------*
006020*   SUPPRESSION D'UNE ENTREE : L'ENTREE EST ETEINTE, ELLE NE     *
006030*   SERA PAS REECRITE DANS LA NOUVELLE GENERATION                *
006040*---------------------------------------------------------------*
006050  1040-APPLIQUE-SUPPR-DEB.
006060*
006070      PERFORM 0140-TROUVE-DIC-DEB
006080         THRU 0140-TROUVE-DIC-FIN.
006090      IF WS-DIC-TROUVE = 0
006100          MOVE '06' TO WS-MOTIF-REJET
006110          PERFORM 2000-REJETTE-MVT-DEB
006120             THRU 2000-REJETTE-MVT-FIN
006130      ELSE
006140          MOVE 'N' TO WS-DIC-ACTIF (WS-DIC-TROUVE)
006150          ADD 1 TO WS-CPT-SUPPRS
006160      END-IF.
006170*
006180  1040-APPLIQUE-SUPPR-FIN.
006190      EXIT.
006200*
006210*---------------------------------------------------------------*
006220*   LISTE DES ENTREES ACTIVES DANS RPTOUT, DANS L'ETAT DU        *
006230*   DICTIONNAIRE AU MOMENT DU MOUVEMENT 'L'                      *
006240*---------------------------------------------------------------*
006250  1050-EDITE-LISTE-DEB.
006260*
006270      MOVE SPACE TO RPT-RECORD.
006280      WRITE RPT-RECORD.
006290      MOVE 'LISTE AXEDIC : TYPE / CUBE / INDICE / LIBELLE'
006300                                                 TO RPT-RECORD.
006310      WRITE RPT-RECORD.
006320      PERFORM 1055-EDITE-ENTREE-DEB
006330         THRU 1055-EDITE-ENTREE-FIN
006340      VARYING WS-IDIC FROM 1 BY 1
006350        UNTIL WS-IDIC > WS-NB-DICS.
006360      MOVE SPACE TO RPT-RECORD.
006370      WRITE RPT-RECORD.
006380*
006390  1050-EDITE-LISTE-FIN.
006400      EXIT.
006410*
006420  1055-EDITE-ENTREE-DEB.
006430*
006440      IF WS-DIC-ACTIF (WS-IDIC) = 'O'
006450          MOVE SPACE TO WS-LEDIT
006460          STRING WS-DIC-TYPE (WS-IDIC) ' '
006470                 WS-DIC-CUBE (WS-IDIC) ' '
006480                 WS-DIC-INDICE (WS-IDIC) ' : '
006490                 WS-DIC-LIBELLE (WS-IDIC)
006500                 DELIMITED BY SIZE
006510          INTO WS-LEDIT
006520          MOVE WS-LEDIT TO RPT-RECORD
006530          WRITE RPT-RECORD
006540      END-IF.
006550*
006560  1055-EDITE-ENTREE-FIN.
006570      EXIT.
006580*
006590*---------------------------------------------------------------*
006600*   MOUVEMENT REJETE : TRACE CONSOLE ET RPTOUT AVEC LE CODE      *
006610*   MOTIF, LE FICHIER DES MOUVEMENTS CONTINUE D'ETRE LU          *
006620*---------------------------------------------------------------*
006630  2000-REJETTE-MVT-DEB.
006640*
006650      ADD 1 TO WS-CPT-REJETS.
006660      MOVE SPACE TO WS-LEDIT.
006670      STRING 'ANOMALIE - MOUVEMENT ' WS-CPT-LUS
006680             ' REJETE : ' AXE-MVT-RECORD (1:28)
006690             ' MOTIF ' WS-MOTIF-REJET
006700             DELIMITED BY SIZE
006710      INTO WS-LEDIT.
006720      DISPLAY WS-LEDIT.
006730      MOVE WS-LEDIT TO RPT-RECORD.
006740      WRITE RPT-RECORD.
006750*
006760  2000-REJETTE-MVT-FIN.
006770      EXIT.
006780*
006790*---------------------------------------------------------------*
006800*   ECRITURE DE LA NOUVELLE GENERATION DU DICTIONNAIRE :         *
006810*   SEULES LES ENTREES ACTIVES, DANS LEUR ORDRE DE CHARGEMENT    *
006820*---------------------------------------------------------------*
006830  3000-ECRIT-NOUVEAU-DIC-DEB.
006840*
006850      OPEN OUTPUT AXE-OUT-FILE.
006860      IF NOT WS-AOUT-FILE-OK
006870          DISPLAY '*========================================*'
006880          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER AXEOUT *'
006890          DISPLAY '*  CODE STATUT : ' WS-AOUT-FILE-STATUS
006900          DISPLAY '*========================================*'
006910          GO TO 9999-ERREUR-PROGRAMME-DEB
006920      END-IF.
006930*
006940      PERFORM 3010-ECRIT-ENTREE-DEB
006950         THRU 3010-ECRIT-ENTREE-FIN
006960      VARYING WS-IDIC FROM 1 BY 1
006970        UNTIL WS-IDIC > WS-NB-DICS.
006980*
006990      CLOSE AXE-OUT-FILE.
007000*
007010  3000-ECRIT-NOUVEAU-DIC-FIN.
007020      EXIT.
007030*
007040  3010-ECRIT-ENTREE-DEB.
007050*
007060      IF WS-DIC-ACTIF (WS-IDIC) = 'O'
007070          MOVE SPACES TO WS-LEDIT
007080          STRING WS-DIC-CLE (WS-IDIC)
007090                 WS-DIC-LIBELLE (WS-IDIC)
007100                 DELIMITED BY SIZE
007110          INTO WS-LEDIT
007120          MOVE WS-LEDIT TO AXE-OUT-RECORD
007130          WRITE AXE-OUT-RECORD
007140          ADD 1 TO WS-CPT-ECRITES
007150      END-IF.
007160*
007170  3010-ECRIT-ENTREE-FIN.
007180      EXIT.
007190*
007200  8999-STATISTIQUES-DEB.
007210*
007220       DISPLAY '************************************************'
007230       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP18       *'
007240       DISPLAY '*     ==================================       *'
007250       DISPLAY '************************************************'
007260       DISPLAY '  MOUVEMENTS LUS : ' WS-CPT-LUS
007270       DISPLAY '  AJOUTS         : ' WS-CPT-AJOUTS
007280       DISPLAY '  MODIFICATIONS  : ' WS-CPT-MODIFS
007290       DISPLAY '  SUPPRESSIONS   : ' WS-CPT-SUPPRS
007300       DISPLAY '  LISTES         : ' WS-CPT-LISTES
007310       DISPLAY '  REJETS         : ' WS-CPT-REJETS
007320       DISPLAY '  ENTREES ECRITES: ' WS-CPT-ECRITES
007330       DISPLAY '************************************************'.
007340*
007350  8999-STATISTIQUES-FIN.
007360       EXIT.
007370*
007380*---------------------------------------------------------------*
007390*   9999-  : PROTECTION FIN DE PROGRAMME                        *
007400*---------------------------------------------------------------*
007410*
007420  9999-FIN-PROGRAMME-DEB.
007430*
007440       DISPLAY '*==============================================*'
007450       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP18        *'
007460       DISPLAY '*==============================================*'.
007470*
007480  9999-FIN-PROGRAMME-FIN.
007490       GOBACK.
007500*
007510  9999-ERREUR-PROGRAMME-DEB.
007520*
007530       DISPLAY '*==============================================*'
007540       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
007550       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP18       *'
007560       DISPLAY '*==============================================*'.
007570*
007580* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
007590       MOVE 16 TO RETURN-CODE.
007600*
007610  9999-ERREUR-PROGRAMME-FIN.
007620       GOBACK.
