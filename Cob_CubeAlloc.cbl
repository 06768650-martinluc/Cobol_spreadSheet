000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP23                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 15/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* REPARTITION D'UN MONTANT (FRAIS DE SIEGE...) SUR TOUS LES     *
000120* POSTES D'UN PLAN LIGNE, COLONNE OU HAUTEUR D'UN CUBE NOMME.   *
000130* LE PROGRAMME LIT LE MAITRE MULTI-CUBES COURANT (CUBEIN, ZONE  *
000140* CIR-CUBE, CF. ADSOTP13) ET LES CARTES DE REPARTITION          *
000150* (ALLOCIN) : CUBE CIBLE, AXE ET INDICE DU PLAN, METHODE,       *
000160* MONTANT A REPARTIR, CUBE ET PLAN PILOTES, POSTE DE RELIQUAT.  *
000170* METHODES : P = AU PRORATA DES VALEURS ACTUELLES DES POSTES DU *
000180* PLAN, E = PAR PARTS EGALES ENTRE LES POSTES PRESENTS DU PLAN, *
000190* D = AU PRORATA D'UN PLAN PILOTE PORTE PAR UN AUTRE CUBE (LES  *
000200* POSTES DU PILOTE DESIGNENT LES POSTES SERVIS).                *
000210* CHAQUE PART EST ARRONDIE AU CENTIME ; LE RELIQUAT D'ARRONDI   *
000220* EST PORTE SUR LE POSTE DESIGNE PAR LA CARTE (A DEFAUT SUR LA  *
000230* PLUS FORTE PART) POUR QUE LE TOTAL REPARTI SOIT EGAL AU       *
000240* MONTANT AU CENTIME PRES.                                      *
000250* LES PARTS DE TOUTES LES CARTES ACCEPTEES SONT CUMULEES PAR    *
000260* POSTE ET ECRITES DANS DELTAOUT (DECOUPAGE DELTA-RECORD : M    *
000270* POUR UN POSTE EXISTANT, A POUR UN POSTE CREE, VALEUR = VALEUR *
000280* ACTUELLE + PARTS), A APPLIQUER PAR ADSOTP9 AU MAITRE DU CUBE  *
000290* CIBLE. L'ETAT RPTOUT DETAILLE CHAQUE REPARTITION ET CONTROLE  *
000300* QUE LE TOTAL ECRIT EGALE LE TOTAL DES CARTES ACCEPTEES.       *
000310* UNE CARTE EN ANOMALIE EST REJETEE EN ENTIER (AUCUNE PART).    *
000320* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = TOUTES LES      *
000330* CARTES REPARTIES, 4 = CARTES REJETEES, 16 = ARRET ANORMAL.    *
000340*---------------------------------------------------------------*
000350*--               HISTORIQUE DES MODIFICATIONS --               *
000360*---------------------------------------------------------------*
000370* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000380*---------------------------------------------------------------*
000390* 15/10/2026    ! CREATION DU PROGRAMME                         *
000400*===============================================================*
000410*
000420*************************
000430  IDENTIFICATION DIVISION.
000440*************************
000450  PROGRAM-ID.      ADSOTP23.
000460*
000470*                  ==============================               *
000480*=================<  ENVIRONMENT      DIVISION   >==============*
000490*                  ==============================               *
000500*                                                               *
000510*===============================================================*
000520*
000530**********************
000540  ENVIRONMENT DIVISION.
000550**********************
000560*
000570*======================
000580  CONFIGURATION SECTION.
000590*======================
000600*
000610*--------------
000620  SPECIAL-NAMES.
000630*--------------
000640      DECIMAL-POINT IS COMMA.
000650*
000660*=====================
000670  INPUT-OUTPUT SECTION.
000680*=====================
000690*
000700*-------------
000710  FILE-CONTROL.
000720*-------------
000730*
000740      SELECT CUBE-IN-FILE ASSIGN TO CUBEIN
000750             ORGANIZATION IS SEQUENTIAL
000760             FILE STATUS  IS WS-CUBE-FILE-STATUS.
000770*
000780      SELECT ALC-FILE     ASSIGN TO ALLOCIN
000790             ORGANIZATION IS SEQUENTIAL
000800             FILE STATUS  IS WS-ALC-FILE-STATUS.
000810*
000820*---------------------------------------------------------------*
000830*   CONTROLE DES PERIODES (CF. ADSOTP20) ; ABSENT, TOUS LES      *
000840*   PLANS SONT OUVERTS                                           *
000850*---------------------------------------------------------------*
000860      SELECT PER-CTL-FILE ASSIGN TO PERCTL
000870             ORGANIZATION IS SEQUENTIAL
000880             FILE STATUS  IS WS-PCTL-FILE-STATUS.
000890*
000900      SELECT DELTA-FILE   ASSIGN TO DELTAOUT
000910             ORGANIZATION IS SEQUENTIAL
000920             FILE STATUS  IS WS-DELTA-FILE-STATUS.
000930*
000940      SELECT RPT-FILE     ASSIGN TO RPTOUT
000950             ORGANIZATION IS SEQUENTIAL
000960             FILE STATUS  IS WS-RPT-FILE-STATUS.
000970*
000980*                  ==============================               *
000990*=================<       DATA        DIVISION   >==============*
001000*                  ==============================               *
001010*                                                               *
001020*===============================================================*
001030*
001040***************
001050  DATA DIVISION.
001060***************
001070*
001080*=============
001090  FILE SECTION.
001100*=============
001110*
001120*---------------------------------------------------------------*
001130*   MAITRE MULTI-CUBES : MEME DECOUPAGE QUE LE CUBEIN D'ADSOTP7  *
001140*---------------------------------------------------------------*
001150  FD  CUBE-IN-FILE
001160      RECORDING MODE IS F
001170      RECORD CONTAINS 80 CHARACTERS.
001180*
001190  01  CUBE-IN-RECORD.
001200      05  CIR-LIGNE                     PIC 99.
001210      05  CIR-COLONNE                   PIC 99.
001220      05  CIR-HAUTEUR                   PIC 99.
001230      05  CIR-VALEUR                    PIC S9(7)V99
001240                                        SIGN LEADING SEPARATE.
001250* NOM DU CUBE DESTINATAIRE DU POSTE (ESPACES = PREMIER CUBE)
001260      05  CIR-CUBE                      PIC X(4).
001270      05  FILLER                        PIC X(60).
001280*
001290*---------------------------------------------------------------*
001300*   CARTE DE REPARTITION : CUBE CIBLE (ESPACES = PREMIER CUBE),  *
001310*   AXE DU PLAN (L/C/H) ET SON INDICE, METHODE (P/E/D), MONTANT  *
001320*   SIGNE A REPARTIR, CUBE PILOTE ET INDICE DU PLAN PILOTE SUR   *
001330*   LE MEME AXE (METHODE D ; INDICE A BLANC = MEME INDICE),      *
001340*   POSTE DE RELIQUAT DESIGNE PAR SES DEUX COORDONNEES DANS LE   *
001350*   PLAN (ORDRE LIGNE/COLONNE/HAUTEUR, AXE DU PLAN OMIS ; A      *
001360*   BLANC = POSTE DE LA PLUS FORTE PART), LIBELLE LIBRE          *
001370*---------------------------------------------------------------*
001380  FD  ALC-FILE
001390      RECORDING MODE IS F
001400      RECORD CONTAINS 80 CHARACTERS.
001410*
001420  01  ALC-RECORD.
001430      05  ALC-CUBE                      PIC X(4).
001440      05  ALC-AXE                       PIC X.
001450          88  ALC-AXE-VALIDE                    VALUE 'L' 'C' 'H'.
001460      05  ALC-INDICE                    PIC 99.
001470      05  ALC-METHODE                   PIC X.
001480          88  ALC-PRORATA                          VALUE 'P'.
001490          88  ALC-EGAL                             VALUE 'E'.
001500          88  ALC-PILOTE                           VALUE 'D'.
001510      05  ALC-MONTANT                   PIC S9(7)V99
001520                                        SIGN LEADING SEPARATE.
001530      05  ALC-CUBE-PILOTE               PIC X(4).
001540      05  ALC-INDICE-PILOTE             PIC X(2).
001550      05  ALC-INDICE-PILOTE-N REDEFINES ALC-INDICE-PILOTE
001560                                        PIC 99.
001570      05  ALC-RELIQUAT                  PIC X(4).
001580      05  ALC-RELIQUAT-N REDEFINES ALC-RELIQUAT.
001590          10  ALC-RELIQUAT-A            PIC 99.
001600          10  ALC-RELIQUAT-B            PIC 99.
001610      05  ALC-LIBELLE                   PIC X(30).
001620      05  FILLER                        PIC X(22).
001630*
001640  FD  PER-CTL-FILE
001650      RECORDING MODE IS F
001660      RECORD CONTAINS 80 CHARACTERS.
001670*
001680  01  PER-CTL-RECORD.
001690      05  PCR-HAUTEUR                   PIC 99.
001700      05  PCR-STATUT                    PIC X.
001710      05  PCR-DATE-CLOT                 PIC X(8).
001720      05  PCR-AUTEUR-CLOT               PIC X(8).
001730      05  PCR-DATE-REOUV                PIC X(8).
001740      05  PCR-AUTEUR-REOUV              PIC X(8).
001750      05  FILLER                        PIC X(45).
001760*
001770*---------------------------------------------------------------*
001780*   MOUVEMENTS PRODUITS, AU DECOUPAGE DU DELTAIN D'ADSOTP9       *
001790*---------------------------------------------------------------*
001800  FD  DELTA-FILE
001810      RECORDING MODE IS F
001820      RECORD CONTAINS 80 CHARACTERS.
001830*
001840  01  DELTA-RECORD.
001850      05  DTR-CODE                      PIC X.
001860      05  DTR-LIGNE                     PIC 99.
001870      05  DTR-COLONNE                   PIC 99.
001880      05  DTR-HAUTEUR                   PIC 99.
001890      05  DTR-VALEUR                    PIC S9(7)V99
001900                                        SIGN LEADING SEPARATE.
001910      05  DTR-VISA                      PIC X.
001920      05  DTR-REF-SUSPENS               PIC X(19).
001930      05  FILLER                        PIC X(43).
001940*
001950  FD  RPT-FILE
001960      RECORDING MODE IS F
001970      RECORD CONTAINS 80 CHARACTERS.
001980*
001990  01  RPT-RECORD                        PIC X(80).
002000*
002010*========================
002020  WORKING-STORAGE SECTION.
002030*========================
002040*---------------------------------------------------------------*
002050*   CUBES NOMMES CHARGES EN MEMOIRE, COMME DANS ADSOTP7, AVEC UN *
002060*   TEMOIN DE PRESENCE PAR POSTE                                 *
002070*---------------------------------------------------------------*
002080  01  WS-CUBES.
002090      05  WS-CUBE-ENT                   OCCURS 6.
002100          10  WS-CUBE-NOM               PIC X(4).
002110          10  WS-TABLEAU-1.
002120              15  FILLER                    OCCURS 10.
002130                  20  FILLER                OCCURS 10.
002140                      25  FILLER            OCCURS 10.
002150                          30  WS-CELL-TAB-1 PIC S9(7)V99
002160                                         SIGN LEADING SEPARATE.
002170*
002180  01  WS-PRESENCES.
002190      05  WS-PRESENCE-ENT               OCCURS 6.
002200          10  FILLER                    OCCURS 10.
002210              15  FILLER                OCCURS 10.
002220                  20  FILLER            OCCURS 10.
002230                      25  WS-CELL-PRES  PIC X.
002240*
002250  01  WS-NB-CUBES                       PIC 9       VALUE 0.
002260  01  WS-ICUBE                          PIC 9.
002270  01  WS-CHARGE-CUBE                    PIC 9.
002280  01  WS-CUBE-CUR                       PIC 9       VALUE 0.
002290  01  WS-CUBE-DEMANDE                   PIC X(4).
002300* RANGS DU CUBE CIBLE ET DU CUBE PILOTE DE LA CARTE EN COURS
002310  01  WS-CUBE-CIB                       PIC 9.
002320  01  WS-CUBE-DRV                       PIC 9.
002330* CUBE CIBLE DU PASSAGE (FIXE PAR LA PREMIERE CARTE ACCEPTEE) :
002340* DELTAOUT NE S'APPLIQUE QU'AU MAITRE D'UN SEUL CUBE
002350  01  WS-CUBE-PASSAGE                   PIC 9       VALUE 0.
002360*
002370*---------------------------------------------------------------*
002380*   PARTS CUMULEES PAR POSTE DU CUBE CIBLE SUR TOUTES LES CARTES *
002390*   ACCEPTEES, AVEC UN TEMOIN DE POSTE SERVI                     *
002400*---------------------------------------------------------------*
002410  01  WS-CUMULS.
002420      05  FILLER                        OCCURS 10.
002430          10  FILLER                    OCCURS 10.
002440              15  FILLER                OCCURS 10.
002450                  20  WS-CUM-PART       PIC S9(9)V99.
002460*
002470  01  WS-CUMULS-SW.
002480      05  FILLER                        OCCURS 10.
002490          10  FILLER                    OCCURS 10.
002500              15  FILLER                OCCURS 10.
002510                  20  WS-CUM-SERVI      PIC X.
002520*
002530*---------------------------------------------------------------*
002540*   REPARTITION DE LA CARTE EN COURS, PAR POSTE DU PLAN (LES     *
002550*   DEUX COORDONNEES HORS AXE DU PLAN) : POSTE SERVI, POIDS ET   *
002560*   PART                                                         *
002570*---------------------------------------------------------------*
002580  01  WS-PLAN.
002590      05  FILLER                        OCCURS 10.
002600          10  WS-PLN-ENT                OCCURS 10.
002610              15  WS-PLN-SERVI          PIC X.
002620              15  WS-PLN-POIDS          PIC S9(7)V99.
002630              15  WS-PLN-PART           PIC S9(9)V99.
002640*
002650  01  WS-IA                             PIC 99.
002660  01  WS-IB                             PIC 99.
002670  01  WS-ILIGNE                         PIC 99.
002680  01  WS-ICOLONNE                       PIC 99.
002690  01  WS-IHAUTEUR                       PIC 99.
002700* INDICE DU PLAN VISE (CIBLE OU PILOTE) POUR 1500-
002710  01  WS-INDICE-PLAN                    PIC 99.
002720* POSTE DE RELIQUAT DANS LE PLAN
002730  01  WS-REL-A                          PIC 99.
002740  01  WS-REL-B                          PIC 99.
002750*
002760  01  WS-NB-SERVIS                      PIC 999.
002770  01  WS-TOT-POIDS                      PIC S9(11)V99.
002780  01  WS-TOT-PARTS                      PIC S9(11)V99.
002790  01  WS-RELIQUAT                       PIC S9(9)V99.
002800  01  WS-PART-MAX                       PIC 9(9)V99.
002810  01  WS-PART-ABS                       PIC 9(9)V99.
002820  01  WS-NOUVELLE                       PIC S9(7)V99.
002830  01  WS-ACTUELLE                       PIC S9(7)V99.
002840*
002850  01  WS-ANO-SW                         PIC X       VALUE 'N'.
002860      88  WS-CARTE-EN-ANOMALIE                     VALUE 'O'.
002870*
002880*---------------------------------------------------------------*
002890*   CODES MOTIF DE REJET DE CARTE (EDITES DANS RPTOUT) :         *
002900*   01 = CARTE INVALIDE (AXE, INDICE, METHODE, MONTANT, PILOTE,  *
002910*        POSTE DE RELIQUAT)                                      *
002920*   02 = CUBE CIBLE ABSENT DU MAITRE                             *
002930*   03 = CUBE PILOTE ABSENT DU MAITRE                            *
002940*   04 = AUCUNE BASE DE REPARTITION (PLAN VIDE OU POIDS NUL)     *
002950*   05 = POSTE DE RELIQUAT NON SERVI PAR LA REPARTITION          *
002960*   06 = POSTE SERVI SUR UN PLAN HAUTEUR FERME (CF. ADSOTP20)    *
002970*   07 = CUBE CIBLE DIFFERENT DE CELUI DU PASSAGE                *
002980*   08 = VALEUR D'UN POSTE HORS CAPACITE APRES REPARTITION       *
002990*---------------------------------------------------------------*
003000  01  WS-MOTIF-REJET                    PIC X(2).
003010*
003020*---------------------------------------------------------------*
003030*   CONTROLE DES PERIODES : STATUT DE CHAQUE PLAN HAUTEUR (CF.   *
003040*   ADSOTP9), COLONNES 3-19 DE PERCTL                            *
003050*---------------------------------------------------------------*
003060  01  WS-PERIODES.
003070      05  WS-PER-ENT                    OCCURS 10.
003080          10  WS-PER-STATUT             PIC X.
003090              88  WS-PER-FERME                     VALUE 'F'.
003100          10  WS-PER-DATE-CLOT          PIC X(8).
003110          10  WS-PER-AUTEUR-CLOT        PIC X(8).
003120*
003130  01  WS-IPER                           PIC 99.
003140*
003150  01  WS-CUBE-FILE-STATUS               PIC X(02).
003160      88  WS-CUBE-FILE-OK                          VALUE '00'.
003170*
003180  01  WS-ALC-FILE-STATUS                PIC X(02).
003190      88  WS-ALC-FILE-OK                           VALUE '00'.
003200*
003210  01  WS-PCTL-FILE-STATUS               PIC X(02).
003220      88  WS-PCTL-FILE-OK                          VALUE '00'.
003230*
003240  01  WS-DELTA-FILE-STATUS              PIC X(02).
003250      88  WS-DELTA-FILE-OK                         VALUE '00'.
003260*
003270  01  WS-RPT-FILE-STATUS                PIC X(02).
003280      88  WS-RPT-FILE-OK                           VALUE '00'.
003290*
003300  01  WS-CUBE-FILE-FIN-SW               PIC X       VALUE 'N'.
003310      88  WS-CUBE-FILE-TERMINE                     VALUE 'O'.
003320*
003330  01  WS-ALC-FILE-FIN-SW                PIC X       VALUE 'N'.
003340      88  WS-ALC-FILE-TERMINE                      VALUE 'O'.
003350*
003360  01  WS-PCTL-FILE-FIN-SW               PIC X       VALUE 'N'.
003370      88  WS-PCTL-FILE-TERMINE                     VALUE 'O'.
003380*
003390*---------------------------------------------------------------*
003400*   COMPTEURS ET TOTAUX DE CONTROLE                              *
003410*---------------------------------------------------------------*
003420  01  WS-CPT-POSTES-LUS                 PIC 9(5)    VALUE 0.
003430  01  WS-CPT-IGNORES                    PIC 9(5)    VALUE 0.
003440  01  WS-CPT-CUBES-EXCLUS               PIC 9(5)    VALUE 0.
003450  01  WS-CPT-CARTES-LUES                PIC 9(5)    VALUE 0.
003460  01  WS-CPT-CARTES-OK                  PIC 9(5)    VALUE 0.
003470  01  WS-CPT-CARTES-REJ                 PIC 9(5)    VALUE 0.
003480  01  WS-CPT-AJOUTS                     PIC 9(5)    VALUE 0.
003490  01  WS-CPT-MODIFS                     PIC 9(5)    VALUE 0.
003500  01  WS-TOT-CARTES-OK                  PIC S9(11)V99 VALUE 0.
003510  01  WS-TOT-ECRIT                      PIC S9(11)V99 VALUE 0.
003520*
003530  01  WS-CR-FINAL                       PIC 99      VALUE 0.
003540*
003550  01  WS-LEDIT                          PIC X(80).
003560  01  WS-MNT-ED                         PIC +9(7),99.
003570  01  WS-POIDS-ED                       PIC +9(7),99.
003580  01  WS-PART-ED                        PIC +9(9),99.
003590  01  WS-TOT-ED                         PIC +9(11),99.
003600  01  WS-TOT2-ED                        PIC +9(11),99.
003610*
003620*                  ==============================               *
003630*=================<   PROCEDURE       DIVISION   >==============*
003640*                  ==============================               *
003650*                                                               *
003660*===============================================================*
003670*
003680  PROCEDURE           DIVISION.
003690*
003700*---------------------------------------------------------------*
003710*               DESCRIPTION DU COMPOSANT PROGRAMME              *
003720*               ==================================              *
003730*---------------------------------------------------------------*
003740*
003750  0000-PROGRAMME-DEB.
003760*
003770      INITIALIZE WS-CUBES.
003780      MOVE ALL 'N' TO WS-PRESENCES.
003790      MOVE ZERO    TO WS-CUMULS.
003800      MOVE ALL 'N' TO WS-CUMULS-SW.
003810*
003820      PERFORM 0030-CHARGE-PERIODES-DEB
003830         THRU 0030-CHARGE-PERIODES-FIN.
003840*
003850      PERFORM 0100-CHARGE-TABLEAU-1-DEB
003860         THRU 0100-CHARGE-TABLEAU-1-FIN.
003870*
003880      OPEN INPUT ALC-FILE.
003890      IF NOT WS-ALC-FILE-OK
003900          DISPLAY '*========================================*'
003910          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER ALLOCIN*'
003920          DISPLAY '*  CODE STATUT : ' WS-ALC-FILE-STATUS
003930          DISPLAY '*========================================*'
003940          GO TO 9999-ERREUR-PROGRAMME-DEB
003950      END-IF.
003960*
003970      OPEN OUTPUT RPT-FILE.
003980      IF NOT WS-RPT-FILE-OK
003990          DISPLAY '*========================================*'
004000          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
004010          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
004020          DISPLAY '*========================================*'
004030          GO TO 9999-ERREUR-PROGRAMME-DEB
004040      END-IF.
004050      MOVE 'REPARTITION DE MONTANTS SUR LES PLANS DU CUBE'
004060                                                  TO RPT-RECORD.
004070      WRITE RPT-RECORD.
004080      MOVE SPACE TO RPT-RECORD.
004090      WRITE RPT-RECORD.
004100*
004110      PERFORM 1000-TRAITE-CARTE-DEB
004120         THRU 1000-TRAITE-CARTE-FIN
004130        UNTIL WS-ALC-FILE-TERMINE.
004140      CLOSE ALC-FILE.
004150*
004160      PERFORM 3000-ECRIT-MOUVEMENTS-DEB
004170         THRU 3000-ECRIT-MOUVEMENTS-FIN.
004180*
004190      PERFORM 3300-ECRIT-TOTAUX-DEB
004200         THRU 3300-ECRIT-TOTAUX-FIN.
004210*
004220      CLOSE RPT-FILE.
004230*
004240      PERFORM 8999-STATISTIQUES-DEB
004250         THRU 8999-STATISTIQUES-FIN.
004260*
004270      PERFORM 9999-FIN-PROGRAMME-DEB
004280         THRU 9999-FIN-PROGRAMME-FIN.
004290*
004300  0000-PROGRAMME-FIN.
004310       EXIT.
004320***************************************************************
004330***************************************************************
004340***************************************************************
004350*---------------------------------------------------------------*
004360*   CHARGEMENT DU CONTROLE DES PERIODES (PERCTL). FICHIER        *
004370*   ABSENT : TOUS LES PLANS SONT OUVERTS, AVEC TRACE CONSOLE     *
004380*---------------------------------------------------------------*
004390  0030-CHARGE-PERIODES-DEB.
004400*
004410      PERFORM 0032-INIT-PLAN-DEB
004420         THRU 0032-INIT-PLAN-FIN
004430      VARYING WS-IPER FROM 1 BY 1
004440        UNTIL WS-IPER > 10.
004450*
004460      OPEN INPUT PER-CTL-FILE.
004470      IF WS-PCTL-FILE-OK
004480          PERFORM 0035-LECTURE-PERCTL-DEB
004490             THRU 0035-LECTURE-PERCTL-FIN
004500            UNTIL WS-PCTL-FILE-TERMINE
004510          CLOSE PER-CTL-FILE
004520      ELSE
004530          DISPLAY '*========================================*'
004540          DISPLAY '*  CONTROLE PERCTL ABSENT : TOUS LES      *'
004550          DISPLAY '*  PLANS SONT CONSIDERES OUVERTS          *'
004560          DISPLAY '*========================================*'
004570      END-IF.
004580*
004590  0030-CHARGE-PERIODES-FIN.
004600      EXIT.
004610*
004620  0032-INIT-PLAN-DEB.
004630*
004640      MOVE 'O'    TO WS-PER-STATUT (WS-IPER).
004650      MOVE SPACES TO WS-PER-DATE-CLOT (WS-IPER)
004660                     WS-PER-AUTEUR-CLOT (WS-IPER).
004670*
004680  0032-INIT-PLAN-FIN.
004690      EXIT.
004700*
004710  0035-LECTURE-PERCTL-DEB.
004720*
004730      READ PER-CTL-FILE
004740          AT END
004750              MOVE 'O' TO WS-PCTL-FILE-FIN-SW
004760          NOT AT END
004770              IF PCR-HAUTEUR IS NUMERIC AND PCR-HAUTEUR > 0
004780                 AND PCR-HAUTEUR NOT > 10
004790                  MOVE PCR-HAUTEUR TO WS-IPER
004800                  MOVE PER-CTL-RECORD (3:17)
004810                    TO WS-PER-ENT (WS-IPER)
004820              ELSE
004830                  DISPLAY '*====================================*'
004840                  DISPLAY '*  ENREGISTREMENT PERCTL INVALIDE    *'
004850                  DISPLAY '*  IGNORE : ' PER-CTL-RECORD (1:11)
004860                  DISPLAY '*====================================*'
004870              END-IF
004880      END-READ.
004890*
004900  0035-LECTURE-PERCTL-FIN.
004910      EXIT.
004920*
004930*---------------------------------------------------------------*
004940*   CHARGEMENT DES CUBES DU MAITRE COURANT ; SANS LUI LE         *
004950*   PASSAGE N'A PAS D'OBJET                                      *
004960*---------------------------------------------------------------*
004970  0100-CHARGE-TABLEAU-1-DEB.
004980*
004990      OPEN INPUT CUBE-IN-FILE.
005000      IF NOT WS-CUBE-FILE-OK
005010          DISPLAY '*========================================*'
005020          DISPLAY '*  OUVERTURE IMPOSSIBLE DU MAITRE CUBEIN  *'
005030          DISPLAY '*  CODE STATUT : ' WS-CUBE-FILE-STATUS
005040          DISPLAY '*========================================*'
005050          GO TO 9999-ERREUR-PROGRAMME-DEB
005060      END-IF.
005070*
005080      PERFORM 0110-LECTURE-CUBE-DEB
005090         THRU 0110-LECTURE-CUBE-FIN
005100        UNTIL WS-CUBE-FILE-TERMINE.
005110      CLOSE CUBE-IN-FILE.
005120*
005130  0100-CHARGE-TABLEAU-1-FIN.
005140      EXIT.
005150*
005160*---------------------------------------------------------------*
005170*   LES COORDONNEES LUES SONT CONTROLEES (1 A 10 SUR CHAQUE      *
005180*   AXE) AVANT D'ADRESSER LA TABLE ; HORS BORNES, LE POSTE EST   *
005190*   IGNORE                                                       *
005200*---------------------------------------------------------------*
005210  0110-LECTURE-CUBE-DEB.
005220*
005230      READ CUBE-IN-FILE
005240          AT END
005250              MOVE 'O' TO WS-CUBE-FILE-FIN-SW
005260          NOT AT END
005270              ADD 1 TO WS-CPT-POSTES-LUS
005280              IF CIR-LIGNE   IS NUMERIC AND CIR-LIGNE   > 0
005290                 AND CIR-LIGNE   NOT > 10
005300                 AND CIR-COLONNE IS NUMERIC AND CIR-COLONNE > 0
005310                 AND CIR-COLONNE NOT > 10
005320                 AND CIR-HAUTEUR IS NUMERIC AND CIR-HAUTEUR > 0
005330                 AND CIR-HAUTEUR NOT > 10
005340                  MOVE CIR-CUBE TO WS-CUBE-DEMANDE
005350                  PERFORM 0145-TROUVE-CREE-CUBE-DEB
005360                     THRU 0145-TROUVE-CREE-CUBE-FIN
005370                  IF WS-CHARGE-CUBE > 0
005380                      MOVE CIR-VALEUR TO WS-CELL-TAB-1
005390                          (WS-CHARGE-CUBE,
005400                           CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
005410                      MOVE 'O' TO WS-CELL-PRES
005420                          (WS-CHARGE-CUBE,
005430                           CIR-LIGNE, CIR-COLONNE, CIR-HAUTEUR)
005440                  END-IF
005450              ELSE
005460                  ADD 1 TO WS-CPT-IGNORES
005470                  DISPLAY '*====================================*'
005480                  DISPLAY '*  ENREGISTREMENT CUBEIN HORS BORNES *'
005490                  DISPLAY '*  IGNORE                            *'
005500                  DISPLAY '*====================================*'
005510              END-IF
005520      END-READ.
005530*
005540  0110-LECTURE-CUBE-FIN.
005550      EXIT.
005560*
005570*---------------------------------------------------------------*
005580*   RESOLUTION DU CUBE VISE (NOM A BLANC = PREMIER CUBE)         *
005590*---------------------------------------------------------------*
005600  0140-TROUVE-CUBE-DEB.
005610*
005620      MOVE 0 TO WS-CUBE-CUR.
005630      IF WS-CUBE-DEMANDE = SPACES
005640          IF WS-NB-CUBES > 0
005650              MOVE 1 TO WS-CUBE-CUR
005660          END-IF
005670          GO TO 0140-TROUVE-CUBE-FIN
005680      END-IF.
005690      PERFORM 0142-COMPARE-CUBE-DEB
005700         THRU 0142-COMPARE-CUBE-FIN
005710      VARYING WS-ICUBE FROM 1 BY 1
005720        UNTIL WS-ICUBE > WS-NB-CUBES
005730           OR WS-CUBE-CUR > 0.
005740*
005750  0140-TROUVE-CUBE-FIN.
005760      EXIT.
005770*
005780  0142-COMPARE-CUBE-DEB.
005790*
005800      IF WS-CUBE-NOM (WS-ICUBE) = WS-CUBE-DEMANDE
005810          MOVE WS-ICUBE TO WS-CUBE-CUR
005820      END-IF.
005830*
005840  0142-COMPARE-CUBE-FIN.
005850      EXIT.
005860*
005870*---------------------------------------------------------------*
005880*   RESOLUTION D'UN NOM DE CUBE AU CHARGEMENT : LE CUBE EST CREE *
005890*   S'IL N'EXISTE PAS ENCORE, DANS LA LIMITE DES SIX CUBES       *
005900*   COMPILES (CF. ADSOTP7) ; AU-DELA LE POSTE EST IGNORE         *
005910*---------------------------------------------------------------*
005920  0145-TROUVE-CREE-CUBE-DEB.
005930*
005940      IF WS-CUBE-DEMANDE = SPACES
005950          IF WS-NB-CUBES = 0
005960              MOVE 1 TO WS-NB-CUBES
005970          END-IF
005980          MOVE 1 TO WS-CHARGE-CUBE
005990          GO TO 0145-TROUVE-CREE-CUBE-FIN
006000      END-IF.
006010      PERFORM 0140-TROUVE-CUBE-DEB
006020         THRU 0140-TROUVE-CUBE-FIN.
006030      IF WS-CUBE-CUR > 0
006040          MOVE WS-CUBE-CUR TO WS-CHARGE-CUBE
006050          GO TO 0145-TROUVE-CREE-CUBE-FIN
006060      END-IF.
006070      IF WS-NB-CUBES < 6
006080          ADD 1 TO WS-NB-CUBES
006090          MOVE WS-CUBE-DEMANDE TO WS-CUBE-NOM (WS-NB-CUBES)
006100          MOVE WS-NB-CUBES TO WS-CHARGE-CUBE
006110      ELSE
006120          MOVE 0 TO WS-CHARGE-CUBE
006130          ADD 1 TO WS-CPT-CUBES-EXCLUS
006140          DISPLAY '*====================================*'
006150          DISPLAY '*  PLUS DE SIX CUBES DANS CUBEIN     *'
006160          DISPLAY '*  POSTE IGNORE : CUBE ' WS-CUBE-DEMANDE
006170          DISPLAY '*====================================*'
006180      END-IF.
006190*
006200  0145-TROUVE-CREE-CUBE-FIN.
006210      EXIT.
006220*
006230*---------------------------------------------------------------*
006240*   TRAITEMENT D'UNE CARTE : CONTROLES, CALCUL DES POIDS ET DES  *
006250*   PARTS SUR LE PLAN, RELIQUAT D'ARRONDI, CONTROLE DE CAPACITE, *
006260*   PUIS CUMUL DES PARTS. UNE CARTE EN ANOMALIE EST REJETEE      *
006270*   SANS AUCUNE PART                                             *
006280*---------------------------------------------------------------*
006290  1000-TRAITE-CARTE-DEB.
006300*
006310      READ ALC-FILE
006320          AT END
006330              MOVE 'O' TO WS-ALC-FILE-FIN-SW
006340              GO TO 1000-TRAITE-CARTE-FIN
006350      END-READ.
006360      ADD 1 TO WS-CPT-CARTES-LUES.
006370      MOVE SPACES TO WS-MOTIF-REJET.
006380*
006390      IF NOT ALC-AXE-VALIDE
006400         OR ALC-INDICE IS NOT NUMERIC
006410         OR ALC-MONTANT IS NOT NUMERIC
006420         OR NOT (ALC-PRORATA OR ALC-EGAL OR ALC-PILOTE)
006430          MOVE '01' TO WS-MOTIF-REJET
006440          GO TO 1000-TRAITE-CARTE-REJ
006450      END-IF.
006460      IF ALC-INDICE = 0 OR ALC-INDICE > 10
006470          MOVE '01' TO WS-MOTIF-REJET
006480          GO TO 1000-TRAITE-CARTE-REJ
006490      END-IF.
006500      IF ALC-RELIQUAT NOT = SPACES
006510          IF ALC-RELIQUAT IS NOT NUMERIC
006520             OR ALC-RELIQUAT-A = 0 OR ALC-RELIQUAT-A > 10
006530             OR ALC-RELIQUAT-B = 0 OR ALC-RELIQUAT-B > 10
006540              MOVE '01' TO WS-MOTIF-REJET
006550              GO TO 1000-TRAITE-CARTE-REJ
006560          END-IF
006570      END-IF.
006580      IF ALC-PILOTE
006590          IF ALC-CUBE-PILOTE = SPACES
006600              MOVE '01' TO WS-MOTIF-REJET
006610              GO TO 1000-TRAITE-CARTE-REJ
006620          END-IF
006630          IF ALC-INDICE-PILOTE = SPACES
006640              MOVE ALC-INDICE TO ALC-INDICE-PILOTE-N
006650          END-IF
006660          IF ALC-INDICE-PILOTE IS NOT NUMERIC
006670             OR ALC-INDICE-PILOTE-N = 0
006680             OR ALC-INDICE-PILOTE-N > 10
006690              MOVE '01' TO WS-MOTIF-REJET
006700              GO TO 1000-TRAITE-CARTE-REJ
006710          END-IF
006720      END-IF.
006730*
006740      MOVE ALC-CUBE TO WS-CUBE-DEMANDE.
006750      PERFORM 0140-TROUVE-CUBE-DEB
006760         THRU 0140-TROUVE-CUBE-FIN.
006770      IF WS-CUBE-CUR = 0
006780          MOVE '02' TO WS-MOTIF-REJET
006790          GO TO 1000-TRAITE-CARTE-REJ
006800      END-IF.
006810      MOVE WS-CUBE-CUR TO WS-CUBE-CIB.
006820      IF WS-CUBE-PASSAGE > 0 AND WS-CUBE-CIB NOT = WS-CUBE-PASSAGE
006830          MOVE '07' TO WS-MOTIF-REJET
006840          GO TO 1000-TRAITE-CARTE-REJ
006850      END-IF.
006860*
006870      MOVE 0 TO WS-CUBE-DRV.
006880      IF ALC-PILOTE
006890          MOVE ALC-CUBE-PILOTE TO WS-CUBE-DEMANDE
006900          PERFORM 0140-TROUVE-CUBE-DEB
006910             THRU 0140-TROUVE-CUBE-FIN
006920          IF WS-CUBE-CUR = 0
006930              MOVE '03' TO WS-MOTIF-REJET
006940              GO TO 1000-TRAITE-CARTE-REJ
006950          END-IF
006960          MOVE WS-CUBE-CUR TO WS-CUBE-DRV
006970      END-IF.
006980*
006990* POIDS : POSTES SERVIS DU PLAN ET TOTAL DES POIDS
007000      MOVE 0   TO WS-NB-SERVIS
007010                  WS-TOT-POIDS.
007020      MOVE 'N' TO WS-ANO-SW.
007030      PERFORM 1100-POIDS-POSTE-DEB
007040         THRU 1100-POIDS-POSTE-FIN
007050      VARYING WS-IA FROM 1 BY 1
007060        UNTIL WS-IA > 10
007070        AFTER WS-IB FROM 1 BY 1
007080        UNTIL WS-IB > 10.
007090      IF WS-NB-SERVIS = 0 OR WS-TOT-POIDS = 0
007100          MOVE '04' TO WS-MOTIF-REJET
007110          GO TO 1000-TRAITE-CARTE-REJ
007120      END-IF.
007130      IF WS-CARTE-EN-ANOMALIE
007140          MOVE '06' TO WS-MOTIF-REJET
007150          GO TO 1000-TRAITE-CARTE-REJ
007160      END-IF.
007170*
007180* PARTS ARRONDIES AU CENTIME ; A DEFAUT DE POSTE DESIGNE, LE
007190* RELIQUAT VA AU POSTE DE LA PLUS FORTE PART (LE PREMIER EN CAS
007200* D'EGALITE)
007210      MOVE 0 TO WS-TOT-PARTS
007220                WS-PART-MAX
007230                WS-REL-A
007240                WS-REL-B.
007250      PERFORM 1200-PART-POSTE-DEB
007260         THRU 1200-PART-POSTE-FIN
007270      VARYING WS-IA FROM 1 BY 1
007280        UNTIL WS-IA > 10
007290        AFTER WS-IB FROM 1 BY 1
007300        UNTIL WS-IB > 10.
007310      IF WS-CARTE-EN-ANOMALIE
007320          MOVE '08' TO WS-MOTIF-REJET
007330          GO TO 1000-TRAITE-CARTE-REJ
007340      END-IF.
007350*
007360      IF ALC-RELIQUAT NOT = SPACES
007370          MOVE ALC-RELIQUAT-A TO WS-REL-A
007380          MOVE ALC-RELIQUAT-B TO WS-REL-B
007390      END-IF.
007400      IF WS-PLN-SERVI (WS-REL-A, WS-REL-B) NOT = 'O'
007410          MOVE '05' TO WS-MOTIF-REJET
007420          GO TO 1000-TRAITE-CARTE-REJ
007430      END-IF.
007440      COMPUTE WS-RELIQUAT = ALC-MONTANT - WS-TOT-PARTS.
007450      ADD WS-RELIQUAT TO WS-PLN-PART (WS-REL-A, WS-REL-B).
007460*
007470* CAPACITE : VALEUR ACTUELLE + PARTS DEJA CUMULEES + PART DE LA
007480* CARTE DOIT TENIR DANS UN POSTE
007490      PERFORM 1300-CAPACITE-POSTE-DEB
007500         THRU 1300-CAPACITE-POSTE-FIN
007510      VARYING WS-IA FROM 1 BY 1
007520        UNTIL WS-IA > 10
007530        AFTER WS-IB FROM 1 BY 1
007540        UNTIL WS-IB > 10.
007550      IF WS-CARTE-EN-ANOMALIE
007560          MOVE '08' TO WS-MOTIF-REJET
007570          GO TO 1000-TRAITE-CARTE-REJ
007580      END-IF.
007590*
007600      ADD 1 TO WS-CPT-CARTES-OK.
007610      ADD ALC-MONTANT TO WS-TOT-CARTES-OK.
007620      MOVE WS-CUBE-CIB TO WS-CUBE-PASSAGE.
007630      PERFORM 1400-ENTETE-CARTE-DEB
007640         THRU 1400-ENTETE-CARTE-FIN.
007650      PERFORM 1410-CUMULE-POSTE-DEB
007660         THRU 1410-CUMULE-POSTE-FIN
007670      VARYING WS-IA FROM 1 BY 1
007680        UNTIL WS-IA > 10
007690        AFTER WS-IB FROM 1 BY 1
007700        UNTIL WS-IB > 10.
007710*
007720      MOVE ALC-MONTANT TO WS-MNT-ED.
007730      INSPECT WS-MNT-ED REPLACING ALL ',' BY '.'.
007740      MOVE WS-RELIQUAT TO WS-PART-ED.
007750      INSPECT WS-PART-ED REPLACING ALL ',' BY '.'.
007760      MOVE SPACE TO WS-LEDIT.
007770      STRING '  TOTAL REPARTI ' WS-MNT-ED
007780             '  DONT RELIQUAT ' WS-PART-ED
007790             ' SUR ' WS-REL-A WS-REL-B
007800             DELIMITED BY SIZE
007810      INTO WS-LEDIT.
007820      MOVE WS-LEDIT TO RPT-RECORD.
007830      WRITE RPT-RECORD.
007840      MOVE SPACE TO RPT-RECORD.
007850      WRITE RPT-RECORD.
007860      GO TO 1000-TRAITE-CARTE-FIN.
007870*
007880  1000-TRAITE-CARTE-REJ.
007890*
007900      ADD 1 TO WS-CPT-CARTES-REJ.
007910      MOVE SPACE TO WS-LEDIT.
007920      STRING 'CARTE ' WS-CPT-CARTES-LUES
007930             ' REJETEE - MOTIF ' WS-MOTIF-REJET
007940             ' : ' ALC-RECORD (1:28)
007950             DELIMITED BY SIZE
007960      INTO WS-LEDIT.
007970      DISPLAY WS-LEDIT.
007980      MOVE WS-LEDIT TO RPT-RECORD.
007990      WRITE RPT-RECORD.
008000      MOVE SPACE TO RPT-RECORD.
008010      WRITE RPT-RECORD.
008020*
008030  1000-TRAITE-CARTE-FIN.
008040      EXIT.
008050*
008060*---------------------------------------------------------------*
008070*   POIDS D'UN POSTE DU PLAN : VALEUR DU POSTE CIBLE (P), 1 PAR  *
008080*   POSTE CIBLE PRESENT (E), VALEUR DU POSTE CORRESPONDANT DU    *
008090*   PLAN PILOTE (D, LE POSTE CIBLE PEUT ALORS ETRE CREE). UN     *
008100*   POSTE SERVI SUR UN PLAN HAUTEUR FERME MET LA CARTE EN        *
008110*   ANOMALIE                                                     *
008120*---------------------------------------------------------------*
008130  1100-POIDS-POSTE-DEB.
008140*
008150      MOVE 'N' TO WS-PLN-SERVI (WS-IA, WS-IB).
008160      MOVE 0   TO WS-PLN-POIDS (WS-IA, WS-IB)
008170                  WS-PLN-PART (WS-IA, WS-IB).
008180*
008190      IF ALC-PILOTE
008200          MOVE ALC-INDICE-PILOTE-N TO WS-INDICE-PLAN
008210          PERFORM 1500-POSTE-DU-PLAN-DEB
008220             THRU 1500-POSTE-DU-PLAN-FIN
008230          IF WS-CELL-PRES (WS-CUBE-DRV,
008240                 WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) NOT = 'O'
008250              GO TO 1100-POIDS-POSTE-FIN
008260          END-IF
008270          MOVE WS-CELL-TAB-1 (WS-CUBE-DRV,
008280                 WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
008290                                TO WS-PLN-POIDS (WS-IA, WS-IB)
008300      END-IF.
008310*
008320      MOVE ALC-INDICE TO WS-INDICE-PLAN.
008330      PERFORM 1500-POSTE-DU-PLAN-DEB
008340         THRU 1500-POSTE-DU-PLAN-FIN.
008350      IF NOT ALC-PILOTE
008360          IF WS-CELL-PRES (WS-CUBE-CIB,
008370                 WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) NOT = 'O'
008380              GO TO 1100-POIDS-POSTE-FIN
008390          END-IF
008400          IF ALC-PRORATA
008410              MOVE WS-CELL-TAB-1 (WS-CUBE-CIB,
008420                     WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
008430                                TO WS-PLN-POIDS (WS-IA, WS-IB)
008440          ELSE
008450              MOVE 1 TO WS-PLN-POIDS (WS-IA, WS-IB)
008460          END-IF
008470      END-IF.
008480*
008490      MOVE 'O' TO WS-PLN-SERVI (WS-IA, WS-IB).
008500      ADD 1 TO WS-NB-SERVIS.
008510      ADD WS-PLN-POIDS (WS-IA, WS-IB) TO WS-TOT-POIDS.
008520      IF WS-PER-FERME (WS-IHAUTEUR)
008530          MOVE 'O' TO WS-ANO-SW
008540      END-IF.
008550*
008560  1100-POIDS-POSTE-FIN.
008570      EXIT.
008580*
008590  1200-PART-POSTE-DEB.
008600*
008610      IF WS-PLN-SERVI (WS-IA, WS-IB) NOT = 'O'
008620          GO TO 1200-PART-POSTE-FIN
008630      END-IF.
008640      COMPUTE WS-PLN-PART (WS-IA, WS-IB) ROUNDED
008650            = ALC-MONTANT * WS-PLN-POIDS (WS-IA, WS-IB)
008660                          / WS-TOT-POIDS
008670          ON SIZE ERROR
008680              MOVE 'O' TO WS-ANO-SW
008690              GO TO 1200-PART-POSTE-FIN
008700      END-COMPUTE.
008710      ADD WS-PLN-PART (WS-IA, WS-IB) TO WS-TOT-PARTS.
008720      MOVE WS-PLN-PART (WS-IA, WS-IB) TO WS-PART-ABS.
008730      IF WS-REL-A = 0 OR WS-PART-ABS > WS-PART-MAX
008740          MOVE WS-PART-ABS TO WS-PART-MAX
008750          MOVE WS-IA       TO WS-REL-A
008760          MOVE WS-IB       TO WS-REL-B
008770      END-IF.
008780*
008790  1200-PART-POSTE-FIN.
008800      EXIT.
008810*
008820  1300-CAPACITE-POSTE-DEB.
008830*
008840      IF WS-PLN-SERVI (WS-IA, WS-IB) NOT = 'O'
008850          GO TO 1300-CAPACITE-POSTE-FIN
008860      END-IF.
008870      MOVE ALC-INDICE TO WS-INDICE-PLAN.
008880      PERFORM 1500-POSTE-DU-PLAN-DEB
008890         THRU 1500-POSTE-DU-PLAN-FIN.
008900      PERFORM 1510-VALEUR-ACTUELLE-DEB
008910         THRU 1510-VALEUR-ACTUELLE-FIN.
008920      COMPUTE WS-NOUVELLE = WS-ACTUELLE
008930            + WS-CUM-PART (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
008940            + WS-PLN-PART (WS-IA, WS-IB)
008950          ON SIZE ERROR
008960              MOVE 'O' TO WS-ANO-SW
008970      END-COMPUTE.
008980*
008990  1300-CAPACITE-POSTE-FIN.
009000      EXIT.
009010*
009020  1400-ENTETE-CARTE-DEB.
009030*
009040      MOVE ALC-MONTANT TO WS-MNT-ED.
009050      INSPECT WS-MNT-ED REPLACING ALL ',' BY '.'.
009060      MOVE SPACE TO WS-LEDIT.
009070      STRING 'CARTE ' WS-CPT-CARTES-LUES
009080             ' CUBE ' WS-CUBE-NOM (WS-CUBE-CIB)
009090             ' PLAN ' ALC-AXE ALC-INDICE
009100             ' METHODE ' ALC-METHODE
009110             ' ' ALC-CUBE-PILOTE
009120             ' MONTANT ' WS-MNT-ED
009130             DELIMITED BY SIZE
009140      INTO WS-LEDIT.
009150      MOVE WS-LEDIT TO RPT-RECORD.
009160      WRITE RPT-RECORD.
009170      IF ALC-LIBELLE NOT = SPACES
009180          MOVE SPACE TO RPT-RECORD
009190          MOVE ALC-LIBELLE TO RPT-RECORD (3:30)
009200          WRITE RPT-RECORD
009210      END-IF.
009220*
009230  1400-ENTETE-CARTE-FIN.
009240      EXIT.
009250*
009260*---------------------------------------------------------------*
009270*   CUMUL DES PARTS D'UNE CARTE ACCEPTEE ET LIGNE DE DETAIL PAR  *
009280*   POSTE SERVI : POIDS, PART ET NOUVELLE VALEUR DU POSTE        *
009290*---------------------------------------------------------------*
009300  1410-CUMULE-POSTE-DEB.
009310*
009320      IF WS-PLN-SERVI (WS-IA, WS-IB) NOT = 'O'
009330          GO TO 1410-CUMULE-POSTE-FIN
009340      END-IF.
009350      MOVE ALC-INDICE TO WS-INDICE-PLAN.
009360      PERFORM 1500-POSTE-DU-PLAN-DEB
009370         THRU 1500-POSTE-DU-PLAN-FIN.
009380      ADD WS-PLN-PART (WS-IA, WS-IB)
009390        TO WS-CUM-PART (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
009400      MOVE 'O' TO WS-CUM-SERVI
009410                      (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
009420      PERFORM 1510-VALEUR-ACTUELLE-DEB
009430         THRU 1510-VALEUR-ACTUELLE-FIN.
009440      COMPUTE WS-NOUVELLE = WS-ACTUELLE
009450            + WS-CUM-PART (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
009460*
009470      MOVE WS-PLN-POIDS (WS-IA, WS-IB) TO WS-POIDS-ED.
009480      INSPECT WS-POIDS-ED REPLACING ALL ',' BY '.'.
009490      MOVE WS-PLN-PART (WS-IA, WS-IB) TO WS-PART-ED.
009500      INSPECT WS-PART-ED REPLACING ALL ',' BY '.'.
009510      MOVE WS-NOUVELLE TO WS-MNT-ED.
009520      INSPECT WS-MNT-ED REPLACING ALL ',' BY '.'.
009530      MOVE SPACE TO WS-LEDIT.
009540      STRING '  POSTE ' WS-ILIGNE WS-ICOLONNE WS-IHAUTEUR
009550             '  POIDS ' WS-POIDS-ED
009560             '  PART ' WS-PART-ED
009570             '  NOUV ' WS-MNT-ED
009580             DELIMITED BY SIZE
009590      INTO WS-LEDIT.
009600      MOVE WS-LEDIT TO RPT-RECORD.
009610      WRITE RPT-RECORD.
009620*
009630  1410-CUMULE-POSTE-FIN.
009640      EXIT.
009650*
009660*---------------------------------------------------------------*
009670*   COORDONNEES DU POSTE (WS-IA, WS-IB) DU PLAN D'INDICE         *
009680*   WS-INDICE-PLAN SUR L'AXE DE LA CARTE : LES DEUX AUTRES AXES  *
009690*   SONT PRIS DANS L'ORDRE LIGNE / COLONNE / HAUTEUR             *
009700*---------------------------------------------------------------*
009710  1500-POSTE-DU-PLAN-DEB.
009720*
009730      EVALUATE ALC-AXE
009740          WHEN 'L'
009750              MOVE WS-INDICE-PLAN TO WS-ILIGNE
009760              MOVE WS-IA          TO WS-ICOLONNE
009770              MOVE WS-IB          TO WS-IHAUTEUR
009780          WHEN 'C'
009790              MOVE WS-IA          TO WS-ILIGNE
009800              MOVE WS-INDICE-PLAN TO WS-ICOLONNE
009810              MOVE WS-IB          TO WS-IHAUTEUR
009820          WHEN OTHER
009830              MOVE WS-IA          TO WS-ILIGNE
009840              MOVE WS-IB          TO WS-ICOLONNE
009850              MOVE WS-INDICE-PLAN TO WS-IHAUTEUR
009860      END-EVALUATE.
009870*
009880  1500-POSTE-DU-PLAN-FIN.
009890      EXIT.
009900*
009910* VALEUR ACTUELLE DU POSTE CIBLE (ZERO S'IL N'EXISTE PAS)
009920  1510-VALEUR-ACTUELLE-DEB.
009930*
009940      MOVE 0 TO WS-ACTUELLE.
009950      IF WS-CELL-PRES (WS-CUBE-CIB,
009960             WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
009970          MOVE WS-CELL-TAB-1 (WS-CUBE-CIB,
009980                 WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
009990                                                TO WS-ACTUELLE
010000      END-IF.
010010*
010020  1510-VALEUR-ACTUELLE-FIN.
010030      EXIT.
010040*
010050*---------------------------------------------------------------*
010060*   ECRITURE DE DELTAOUT : UN MOUVEMENT PAR POSTE SERVI DONT LA  *
010070*   PART CUMULEE N'EST PAS NULLE, M SI LE POSTE EXISTE, A SINON, *
010080*   VALEUR = VALEUR ACTUELLE + PART CUMULEE                      *
010090*---------------------------------------------------------------*
010100  3000-ECRIT-MOUVEMENTS-DEB.
010110*
010120      OPEN OUTPUT DELTA-FILE.
010130      IF NOT WS-DELTA-FILE-OK
010140          DISPLAY '*========================================*'
010150          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER DELTA  *'
010160          DISPLAY '*  CODE STATUT : ' WS-DELTA-FILE-STATUS
010170          DISPLAY '*========================================*'
010180          GO TO 9999-ERREUR-PROGRAMME-DEB
010190      END-IF.
010200*
010210      IF WS-CUBE-PASSAGE > 0
010220          MOVE WS-CUBE-PASSAGE TO WS-CUBE-CIB
010230          PERFORM 3010-ECRIT-MOUVEMENT-DEB
010240             THRU 3010-ECRIT-MOUVEMENT-FIN
010250          VARYING WS-ILIGNE FROM 1 BY 1
010260            UNTIL WS-ILIGNE > 10
010270            AFTER WS-ICOLONNE FROM 1 BY 1
010280            UNTIL WS-ICOLONNE > 10
010290            AFTER WS-IHAUTEUR FROM 1 BY 1
010300            UNTIL WS-IHAUTEUR > 10
010310      END-IF.
010320*
010330      CLOSE DELTA-FILE.
010340*
010350  3000-ECRIT-MOUVEMENTS-FIN.
010360      EXIT.
010370*
010380  3010-ECRIT-MOUVEMENT-DEB.
010390*
010400      IF WS-CUM-SERVI (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
010410                                                      NOT = 'O'
010420         OR WS-CUM-PART (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 0
010430          GO TO 3010-ECRIT-MOUVEMENT-FIN
010440      END-IF.
010450*
010460      PERFORM 1510-VALEUR-ACTUELLE-DEB
010470         THRU 1510-VALEUR-ACTUELLE-FIN.
010480      MOVE SPACES TO DELTA-RECORD.
010490      IF WS-CELL-PRES (WS-CUBE-CIB,
010500             WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR) = 'O'
010510          MOVE 'M' TO DTR-CODE
010520          ADD 1 TO WS-CPT-MODIFS
010530      ELSE
010540          MOVE 'A' TO DTR-CODE
010550          ADD 1 TO WS-CPT-AJOUTS
010560      END-IF.
010570      MOVE WS-ILIGNE   TO DTR-LIGNE.
010580      MOVE WS-ICOLONNE TO DTR-COLONNE.
010590      MOVE WS-IHAUTEUR TO DTR-HAUTEUR.
010600      COMPUTE DTR-VALEUR = WS-ACTUELLE
010610            + WS-CUM-PART (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR).
010620      WRITE DELTA-RECORD.
010630      ADD WS-CUM-PART (WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
010640        TO WS-TOT-ECRIT.
010650*
010660  3010-ECRIT-MOUVEMENT-FIN.
010670      EXIT.
010680*
010690*---------------------------------------------------------------*
010700*   TOTAUX DE L'ETAT RPTOUT : LE TOTAL DES PARTS ECRITES DOIT    *
010710*   EGALER LE TOTAL DES CARTES ACCEPTEES                         *
010720*---------------------------------------------------------------*
010730  3300-ECRIT-TOTAUX-DEB.
010740*
010750      MOVE SPACE TO WS-LEDIT.
010760      STRING 'CARTES LUES         : ' WS-CPT-CARTES-LUES
010770              DELIMITED BY SIZE INTO WS-LEDIT.
010780      MOVE WS-LEDIT TO RPT-RECORD.
010790      WRITE RPT-RECORD.
010800      MOVE SPACE TO WS-LEDIT.
010810      STRING 'CARTES REPARTIES    : ' WS-CPT-CARTES-OK
010820              DELIMITED BY SIZE INTO WS-LEDIT.
010830      MOVE WS-LEDIT TO RPT-RECORD.
010840      WRITE RPT-RECORD.
010850      MOVE SPACE TO WS-LEDIT.
010860      STRING 'CARTES REJETEES     : ' WS-CPT-CARTES-REJ
010870              DELIMITED BY SIZE INTO WS-LEDIT.
010880      MOVE WS-LEDIT TO RPT-RECORD.
010890      WRITE RPT-RECORD.
010900      MOVE SPACE TO WS-LEDIT.
010910      STRING 'MOUVEMENTS M / A    : ' WS-CPT-MODIFS
010920             ' / ' WS-CPT-AJOUTS
010930              DELIMITED BY SIZE INTO WS-LEDIT.
010940      MOVE WS-LEDIT TO RPT-RECORD.
010950      WRITE RPT-RECORD.
010960*
010970      MOVE WS-TOT-CARTES-OK TO WS-TOT-ED.
010980      INSPECT WS-TOT-ED REPLACING ALL ',' BY '.'.
010990      MOVE WS-TOT-ECRIT     TO WS-TOT2-ED.
011000      INSPECT WS-TOT2-ED REPLACING ALL ',' BY '.'.
011010      MOVE SPACE TO WS-LEDIT.
011020      STRING 'MONTANT DES CARTES  : ' WS-TOT-ED
011030              DELIMITED BY SIZE INTO WS-LEDIT.
011040      MOVE WS-LEDIT TO RPT-RECORD.
011050      WRITE RPT-RECORD.
011060      MOVE SPACE TO WS-LEDIT.
011070      STRING 'MONTANT REPARTI     : ' WS-TOT2-ED
011080              DELIMITED BY SIZE INTO WS-LEDIT.
011090      MOVE WS-LEDIT TO RPT-RECORD.
011100      WRITE RPT-RECORD.
011110      IF WS-TOT-ECRIT = WS-TOT-CARTES-OK
011120          MOVE 'CONTROLE D''EQUILIBRE : OK' TO RPT-RECORD
011130      ELSE
011140          MOVE 'CONTROLE D''EQUILIBRE : ECART' TO RPT-RECORD
011150      END-IF.
011160      WRITE RPT-RECORD.
011170      MOVE SPACE TO RPT-RECORD.
011180      WRITE RPT-RECORD.
011190      MOVE 'MOTIFS : 01 CARTE INVALIDE  02 CUBE CIBLE ABSENT'
011200                                                  TO RPT-RECORD.
011210      WRITE RPT-RECORD.
011220      MOVE '  03 CUBE PILOTE ABSENT  04 AUCUNE BASE  05 RELIQUAT'
011230                                                  TO RPT-RECORD.
011240      WRITE RPT-RECORD.
011250      MOVE '  HORS PLAN  06 PLAN FERME  07 AUTRE CUBE CIBLE'
011260                                                  TO RPT-RECORD.
011270      WRITE RPT-RECORD.
011280      MOVE '  08 HORS CAPACITE' TO RPT-RECORD.
011290      WRITE RPT-RECORD.
011300*
011310  3300-ECRIT-TOTAUX-FIN.
011320      EXIT.
011330*
011340  8999-STATISTIQUES-DEB.
011350*
011360       DISPLAY '************************************************'
011370       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP23       *'
011380       DISPLAY '*     ==================================       *'
011390       DISPLAY '************************************************'
011400       DISPLAY '  POSTES LUS     : ' WS-CPT-POSTES-LUS
011410       DISPLAY '  POSTES IGNORES : ' WS-CPT-IGNORES
011420       DISPLAY '  CUBES EXCLUS   : ' WS-CPT-CUBES-EXCLUS
011430       DISPLAY '  CARTES LUES    : ' WS-CPT-CARTES-LUES
011440       DISPLAY '  REPARTIES      : ' WS-CPT-CARTES-OK
011450       DISPLAY '  REJETEES       : ' WS-CPT-CARTES-REJ
011460       DISPLAY '  MOUVEMENTS M   : ' WS-CPT-MODIFS
011470       DISPLAY '  MOUVEMENTS A   : ' WS-CPT-AJOUTS
011480       DISPLAY '************************************************'.
011490*
011500  8999-STATISTIQUES-FIN.
011510       EXIT.
011520*
011530*---------------------------------------------------------------*
011540*   9999-  : PROTECTION FIN DE PROGRAMME                        *
011550*---------------------------------------------------------------*
011560*
011570  9999-FIN-PROGRAMME-DEB.
011580*
011590*---------------------------------------------------------------*
011600* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 4 SI DES CARTES     *
011610* SONT REJETEES, SINON 0. L'ARRET ANORMAL (9999-ERREUR-) VAUT 16 *
011620*---------------------------------------------------------------*
011630      IF WS-CPT-CARTES-REJ > 0
011640          MOVE 4 TO WS-CR-FINAL
011650      ELSE
011660          MOVE 0 TO WS-CR-FINAL
011670      END-IF.
011680*
011690       DISPLAY '*==============================================*'
011700       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP23        *'
011710       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
011720       DISPLAY '*==============================================*'.
011730*
011740      MOVE WS-CR-FINAL TO RETURN-CODE.
011750*
011760  9999-FIN-PROGRAMME-FIN.
011770       GOBACK.
011780*
011790  9999-ERREUR-PROGRAMME-DEB.
011800*
011810       DISPLAY '*==============================================*'
011820       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
011830       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP23       *'
011840       DISPLAY '*==============================================*'.
011850*
011860* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
011870       MOVE 16 TO RETURN-CODE.
011880*
011890  9999-ERREUR-PROGRAMME-FIN.
011900       GOBACK.
