001190*               ! EDITE LE MONTANT ARRONDI A L'UNITE (LA FEUILLE *
001191*               ! TRNCSV GARDE LES DEUX DECIMALES). CONVERSION   *
001192*               ! DES ANCIENS MAITRES PAR ADSOTP17               *
001193* 14/10/2026    ! DICTIONNAIRE DES AXES (AXEDIC, ENTRETENU PAR   *
001194*               ! ADSOTP18) : LES LIBELLES METIER DES INDICES ET *
001195*               ! DES CUBES SONT EDITES A COTE DES NUMEROS DANS  *
001196*               ! LA GRILLE 'G', LES LIGNES DE POSTES DE RPTOUT, *
001197*               ! RESCSV, TRNCSV ET CUBECSV. UN PLAN D'AGREGAT   *
001198*               ! OU DE GRILLE PEUT ETRE DESIGNE PAR SON LIBELLE *
001199*               ! (COLONNES 45-64 DE LA TRANSACTION) ; LIBELLE   *
001200*               ! INCONNU = MOTIF DE REJET 09                    *
001201* 15/10/2026    ! HABILITATION DES SERVICES EMETTEURS (SERVAUT) :*
001202*               ! CUBES, PLANS ET MODES PERMIS A CHAQUE SERVICE  *
001203*               ! DE L'ENTETE DE GROUPE. TRANSACTION NON PERMISE *
001204*               ! = MOTIF DE REJET 10, COMPTEE PAR GROUPE DANS   *
001205*               ! LES STATISTIQUES, LE POINT DE CONTROLE ET LE   *
001206*               ! JOURNAL RUNLOG. UNE TRANSACTION 'Q' N'EST      *
001207*               ! DEVELOPPEE QUE POUR UN SERVICE HABILITE AU     *
001208*               ! MODE 'Q' SUR LE CUBE DE LA REQUETE. SERVAUT    *
001209*               ! ABSENT : TOUS LES SERVICES SONT HABILITES      *
001210* 15/10/2026    ! CONSULTATION A DATE : LA TRANSACTION (COLONNES *
001211*               ! 65-72) OU LA REQUETE NOMMEE PEUT PORTER UNE    *
001212*               ! DATE DE GENERATION. LE CUBE VISE EST ALORS     *
001213*               ! RECONSTITUE TEL QU'IL ETAIT A CETTE GENERATION *
001214*               ! DEPUIS L'HISTORIQUE CUBEHIST ET LES MODES E, R,*
001215*               ! AGREGAT, P ET G PORTENT SUR CETTE IMAGE. CHAQUE*
001216*               ! LIGNE DE RESULTAT DE RPTOUT, RESCSV ET TRNCSV  *
001217*               ! PORTE LA GENERATION UTILISEE (COURANT SANS     *
001218*               ! DATE). DATE SANS GENERATION = MOTIF DE REJET 11*
001219*===============================================================*
001220*
001221*************************
001222  IDENTIFICATION DIVISION.
001223*************************
001224  PROGRAM-ID.      ADSOTP7.
001230*
001240*                  ==============================               *
001250*=================<  ENVIRONMENT      DIVISION   >==============*
002168             ORGANIZATION IS SEQUENTIAL
002169             FILE STATUS  IS WS-QRY-FILE-STATUS.
002170*
002171*---------------------------------------------------------------*
002172*   DICTIONNAIRE DES AXES (ENTRETENU PAR ADSOTP18) : FACULTATIF, *
002173*   ABSENT LES EDITIONS NE PORTENT QUE LES NUMEROS               *
002174*---------------------------------------------------------------*
002175      SELECT AXE-DIC-FILE ASSIGN TO AXEDIC
002176             ORGANIZATION IS SEQUENTIAL
002177             FILE STATUS  IS WS-DIC-FILE-STATUS.
002178*
002179*---------------------------------------------------------------*
002180*   HABILITATIONS DES SERVICES EMETTEURS : CUBES, PLANS ET MODES *
002181*   PERMIS A CHAQUE SERVICE DE L'ENTETE DE GROUPE. ABSENT, TOUS  *
002182*   LES SERVICES SONT HABILITES (AVEC UNE TRACE)                 *
002183*---------------------------------------------------------------*
002184      SELECT AUT-FILE     ASSIGN TO SERVAUT
002185             ORGANIZATION IS SEQUENTIAL
002186             FILE STATUS  IS WS-AUT-FILE-STATUS.
002187*
002188*---------------------------------------------------------------*
002189*   HISTORIQUE DES GENERATIONS DU CUBE (ALIMENTE PAR ADSOTP9) :  *
002190*   LU A LA DEMANDE POUR LES CONSULTATIONS A DATE. ABSENT, TOUTE *
002191*   TRANSACTION A DATE EST REJETEE SOUS LE MOTIF 11              *
002192*---------------------------------------------------------------*
002193      SELECT CUBE-HIST-FILE ASSIGN TO CUBEHIST
002194             ORGANIZATION IS SEQUENTIAL
002195             FILE STATUS  IS WS-HIST-FILE-STATUS.
002196*
002197*                  ==============================               *
002198*=================<       DATA        DIVISION   >==============*
002200*                  ==============================               *
002210*                                                               *
002220*===============================================================*
002490      05  WS-E-RECORD-HAU               PIC 99.
002500* NOM DU CUBE VISE PAR LA TRANSACTION (ESPACES = PREMIER CUBE)
002510      05  WS-E-RECORD-CUBE              PIC X(4).
002512* LIBELLE DU PLAN VISE PAR UN AGREGAT OU UNE GRILLE 'G', A LA
002514* PLACE OU EN CONTROLE DE L'INDICE (DICTIONNAIRE DES AXES)
002516      05  WS-E-RECORD-LIB-PLAN          PIC X(20).
002518* DATE DE GENERATION SSAAMMJJ DE LA CONSULTATION A DATE (ESPACES
002520* = CUBE COURANT) ; SUR UNE TRANSACTION 'Q', ELLE REMPLACE LA
002522* DATE EVENTUELLE DE LA REQUETE STOCKEE
002524      05  WS-E-RECORD-DATE-ASOF         PIC X(8).
002526      05  FILLER                        PIC X(8).
002530*
002540*---------------------------------------------------------------*
002550*   ENREGISTREMENTS DE CONTROLE DU LOT : ENTETE ('H' EN TETE DE  *
002928*
002929  FD  RES2-CSV-FILE.
002930*
002931  01  RES2-CSV-RECORD                   PIC X(180).
002932*
002933  FD  RES3-CSV-FILE.
002934*
002935  01  RES3-CSV-RECORD                   PIC X(180).
002936*
002937  FD  REJ2-FILE
002938      RECORDING MODE IS F
003250*---------------------------------------------------------------*
003260  FD  CKPT-FILE
003270      RECORDING MODE IS F
003280      RECORD CONTAINS 341 CHARACTERS.
003290*
003300*---------------------------------------------------------------*
003310*   LE POINT DE CONTROLE PORTE LE COMPTEUR DE TRANSACTIONS ET    *
003603* RANG DU DERNIER GROUPE DONT LE TOTAL A ETE ECRIT (CF. 1009-) :
003604* UNE REPRISE NE REECRIT PAS LE TOTAL D'UN GROUPE DEJA CLOS
003605      05  CKPT-LOT-CLOS                 PIC 9.
003606* TRANSACTIONS REFUSEES FAUTE D'HABILITATION (MOTIF 10), PAR LOT
003607      05  CKPT-NAUT-NB-LOTS.
003608          10  CKPT-NAUT-NB-LOT          OCCURS 3 PIC 9(5).
003609*
003610  FD  JRN-FILE
003620      RECORDING MODE IS F
003630      RECORD CONTAINS 80 CHARACTERS.
003750      05  JRN-NB-TRANCHES               PIC 9(5).
003760      05  JRN-NB-REJETS                 PIC 9(5).
003770      05  JRN-NB-TRONQUEES              PIC 9(5).
003775* REFUS D'HABILITATION (MOTIF 10) PAR RANG DE GROUPE DU TRANSIN
003780      05  JRN-NB-NAUT                   OCCURS 3 PIC 9(5).
003785      05  FILLER                        PIC X(7).
003790*
003800  FD  CUBE-CSV-FILE.
003810*
003820  01  CUBE-CSV-RECORD                    PIC X(120).
003830*
003840  FD  RES-CSV-FILE.
003850*
003860  01  RES-CSV-RECORD                     PIC X(180).
003870*
003880  FD  DIST-CSV-FILE.
003890*
003910*
003920  FD  TRN-CSV-FILE.
003930*
003940  01  TRN-CSV-RECORD                     PIC X(250).
003950*
003960  FD  PARM-FILE
003970      RECORDING MODE IS F
004062          10  QLR-COL                   PIC X(2).
004063          10  QLR-HAU                   PIC X(2).
004064          10  QLR-CUBE                  PIC X(4).
004065* SERVICE PROPRIETAIRE DE LA REQUETE (SEUL A POUVOIR LA MODIFIER
004066* OU LA SUPPRIMER, CF. ADSOTP14)
004067      05  QLR-SERVICE                   PIC X(10).
004068* DATE DE GENERATION DE LA REQUETE (ESPACES = CUBE COURANT)
004069      05  QLR-DATE-ASOF                 PIC X(8).
004070      05  FILLER                        PIC X(10).
004071*
004072*---------------------------------------------------------------*
004073*   DICTIONNAIRE DES AXES : TYPE (L/C/H = INDICE D'UN AXE, K =   *
004074*   LIBELLE DU CUBE), CUBE (ESPACES = COMMUN A TOUS LES CUBES),  *
004075*   INDICE 01-10 (00 POUR K) ET LIBELLE, TEL QU'ECRIT PAR        *
004076*   ADSOTP18                                                     *
004077*---------------------------------------------------------------*
004078  FD  AXE-DIC-FILE
004079      RECORDING MODE IS F
004080      RECORD CONTAINS 80 CHARACTERS.
004081*
004082  01  AXE-DIC-RECORD.
004083      05  ADR-CLE.
004084          10  ADR-TYPE                  PIC X.
004085          10  ADR-CUBE                  PIC X(4).
004086          10  ADR-INDICE                PIC X(2).
004087      05  ADR-LIBELLE                   PIC X(20).
004088      05  FILLER                        PIC X(53).
004089*
004090*---------------------------------------------------------------*
004091*   HABILITATIONS : SERVICE (COLONNES 1-10), CUBE (11-14,        *
004092*   ESPACES = TOUS LES CUBES), AXE L/C/H (15, ESPACE = CUBE      *
004093*   ENTIER), PREMIER ET DERNIER INDICE DU PLAN (16-17 ET 18-19,  *
004094*   DERNIER A BLANC = PREMIER) ET MODES PERMIS (20-29, PAR EX.   *
004095*   'ERSCNXMPGQ' ; ESPACES = TOUS LES MODES). UN SERVICE PEUT    *
004096*   PORTER PLUSIEURS LIGNES, UNE SEULE SUFFIT A L'HABILITER      *
004097*---------------------------------------------------------------*
004098  FD  AUT-FILE
004099      RECORDING MODE IS F
004100      RECORD CONTAINS 80 CHARACTERS.
004101*
004102  01  AUT-RECORD.
004103      05  AUR-SERVICE                   PIC X(10).
004104      05  AUR-CUBE                      PIC X(4).
004105      05  AUR-AXE                       PIC X.
004106      05  AUR-IDX-DEB                   PIC X(2).
004107      05  AUR-IDX-FIN                   PIC X(2).
004108      05  AUR-MODES                     PIC X(10).
004109      05  FILLER                        PIC X(51).
004110*
004111*---------------------------------------------------------------*
004112*   HISTORIQUE DU CUBE : UN LOT DE POSTES PAR GENERATION, DATE   *
004113*   EN COLONNES 21-28, CUBE NOMME EN COLONNES 17-20 (ESPACES =   *
004114*   PREMIER CUBE), TEL QU'ECRIT PAR ADSOTP9                      *
004115*---------------------------------------------------------------*
004116  FD  CUBE-HIST-FILE
004117      RECORDING MODE IS F
004118      RECORD CONTAINS 80 CHARACTERS.
004119*
004120  01  CUBE-HIST-RECORD.
004121      05  HIS-LIGNE                     PIC 99.
004122      05  HIS-COLONNE                   PIC 99.
004123      05  HIS-HAUTEUR                   PIC 99.
004124      05  HIS-VALEUR                    PIC S9(7)V99
004125                                        SIGN LEADING SEPARATE.
004126      05  HIS-CUBE                      PIC X(4).
004127      05  HIS-DATE-GEN                  PIC X(8).
004128      05  FILLER                        PIC X(52).
004129*
004130*========================
004131  WORKING-STORAGE SECTION.
004132*========================
004133*---------------------------------------------------------------*
004134*   JUSQU'A 6 CUBES NOMMES CHARGES EN UN SEUL PASSAGE ; CHAQUE   *
004135*   TRANSACTION EST ROUTEE VERS LE CUBE QU'ELLE NOMME (ESPACES = *
004136*   PREMIER CUBE). LES DIMENSIONS (WS-DIMENSIONS) VALENT POUR    *
004137*   TOUS LES CUBES D'UN MEME PASSAGE                             *
004140*---------------------------------------------------------------*
004150  01  WS-CUBES.
004160      05  WS-CUBE-ENT                   OCCURS 6.
005070  01  WS-RCSV-FILE-STATUS                PIC X(02).
005080      88  WS-RCSV-FILE-OK                            VALUE '00'.
005090*
005100  01  WS-CSV-LINE                        PIC X(180).
005110*
005120  01  WS-TCSV-FILE-STATUS                PIC X(02).
005130      88  WS-TCSV-FILE-OK                            VALUE '00'.
005230  01  WS-GRL-PTR                         PIC 9(3).
005240  01  WS-GRL-PTR2                        PIC 9(3).
005250  01  WS-GRL-LIGNE                       PIC X(80).
005260  01  WS-GRL-CSV                         PIC X(250).
005270*
005280  01  WS-DCSV-FILE-STATUS                PIC X(02).
005290      88  WS-DCSV-FILE-OK                            VALUE '00'.
005577          10  WS-QRY-COL                PIC X(2).
005578          10  WS-QRY-HAU                PIC X(2).
005579          10  WS-QRY-CUBE               PIC X(4).
005580          10  WS-QRY-DATE-ASOF          PIC X(8).
005581*
005582  01  WS-NB-QRYS                         PIC 9(3)    VALUE 0.
005583  01  WS-IQRY                            PIC 9(3).
005584  01  WS-QRY-TROUVE                      PIC 9(3).
005585  01  WS-NOM-QRY-DEMANDE                 PIC X(8).
005586*
005587  01  WS-QRY-FILE-STATUS                 PIC X(02).
005588      88  WS-QRY-FILE-OK                             VALUE '00'.
005589*
005590  01  WS-QRY-FIN-SW                      PIC X       VALUE 'N'.
005591      88  WS-QRY-TERMINE                             VALUE 'O'.
005592*
005593* TEMOIN D'UNE TRANSACTION 'Q' DONT LE NOM EST INCONNU DE LA
005594* BIBLIOTHEQUE (MOTIF DE REJET 08)
005595  01  WS-QRY-ABSENTE-SW                  PIC X       VALUE 'N'.
005596      88  WS-QRY-ABSENTE                             VALUE 'O'.
005597*
005598*---------------------------------------------------------------*
005599*   DICTIONNAIRE DES AXES CHARGE EN MEMOIRE AU DEMARRAGE         *
005600*   (JUSQU'A 300 ENTREES), PUIS RESOLU PAR CUBE CHARGE DANS      *
005601*   WS-LIBELLES : LIBELLE DU CUBE ET LIBELLE DE CHAQUE INDICE    *
005602*   DES TROIS AXES (1 = LIGNE, 2 = COLONNE, 3 = HAUTEUR). UNE    *
005603*   ENTREE PROPRE A UN CUBE L'EMPORTE SUR L'ENTREE COMMUNE       *
005604*---------------------------------------------------------------*
005605  01  WS-DICS.
005606      05  WS-DIC-ENT                    OCCURS 300.
005607          10  WS-DIC-TYPE               PIC X.
005608          10  WS-DIC-CUBE               PIC X(4).
005609          10  WS-DIC-INDICE             PIC X(2).
005610          10  WS-DIC-INDICE-9
005611              REDEFINES WS-DIC-INDICE   PIC 9(2).
005612          10  WS-DIC-LIBELLE            PIC X(20).
005613*
005614  01  WS-NB-DICS                         PIC 9(3)    VALUE 0.
005615  01  WS-IDIC                            PIC 9(3).
005616*
005617  01  WS-DIC-FILE-STATUS                 PIC X(02).
005618      88  WS-DIC-FILE-OK                             VALUE '00'.
005619*
005620  01  WS-DIC-FIN-SW                      PIC X       VALUE 'N'.
005621      88  WS-DIC-TERMINE                             VALUE 'O'.
005622*
005623*---------------------------------------------------------------*
005624*   HABILITATIONS DES SERVICES CHARGEES EN MEMOIRE AU DEMARRAGE  *
005625*   (JUSQU'A 200 LIGNES). SERVAUT ABSENT : WS-AUT-ACTIF RESTE A  *
005626*   'N' ET AUCUN CONTROLE N'EST FAIT                             *
005627*---------------------------------------------------------------*
005628  01  WS-AUTS.
005629      05  WS-AUT-ENT                    OCCURS 200.
005630          10  WS-AUT-SERVICE            PIC X(10).
005631          10  WS-AUT-CUBE               PIC X(4).
005632          10  WS-AUT-AXE                PIC X.
005633          10  WS-AUT-IDX-DEB            PIC 9(2).
005634          10  WS-AUT-IDX-FIN            PIC 9(2).
005635          10  WS-AUT-MODES              PIC X(10).
005636*
005637  01  WS-NB-AUTS                         PIC 9(3)    VALUE 0.
005638  01  WS-IAUT                            PIC 9(3).
005639  01  WS-AUT-IGNOREES                    PIC 9(3)    VALUE 0.
005640  01  WS-AUT-TALLY                       PIC 9(2).
005641  01  WS-AUT-COORD                       PIC 9(2).
005642* MODE CONTROLE (CELUI DE LA TRANSACTION, OU 'Q' POUR LE
005643* DEVELOPPEMENT D'UNE REQUETE NOMMEE)
005644  01  WS-AUT-MODE                        PIC X.
005645*
005646  01  WS-AUT-FILE-STATUS                 PIC X(02).
005647      88  WS-AUT-FILE-OK                             VALUE '00'.
005648*
005649  01  WS-AUT-FIN-SW                      PIC X       VALUE 'N'.
005650      88  WS-AUT-TERMINE                             VALUE 'O'.
005651*
005652  01  WS-AUT-ACTIF-SW                    PIC X       VALUE 'N'.
005653      88  WS-AUT-ACTIF                               VALUE 'O'.
005654*
005655* RESULTAT DU CONTROLE 1040- ET CONTROLE LIMITE AU CUBE ET AU
005656* MODE (DEVELOPPEMENT 'Q' : LE PLAN EST CONTROLE ENSUITE SUR LA
005657* DEFINITION DEVELOPPEE)
005658  01  WS-AUT-OK-SW                       PIC X       VALUE 'N'.
005659      88  WS-AUT-OK                                  VALUE 'O'.
005660  01  WS-AUT-CUBE-SEUL-SW                PIC X       VALUE 'N'.
005661      88  WS-AUT-CUBE-SEUL                           VALUE 'O'.
005662*
005663* TEMOIN D'UNE TRANSACTION 'Q' NON DEVELOPPEE FAUTE
005664* D'HABILITATION DU SERVICE (MOTIF DE REJET 10)
005665  01  WS-QRY-REFUSEE-SW                  PIC X       VALUE 'N'.
005666      88  WS-QRY-REFUSEE                             VALUE 'O'.
005667*
005668*---------------------------------------------------------------*
005669*   CONSULTATION A DATE : LE CUBE VISE EST RECONSTITUE DANS      *
005670*   WS-TABLEAU-HIST A PARTIR DE CUBEHIST, PUIS SUBSTITUE A SON   *
005671*   IMAGE COURANTE LE TEMPS DE LA TRANSACTION (IMAGE COURANTE    *
005672*   GARDEE DANS WS-TABLEAU-SAUV ET RESTITUEE PAR 1010-). LA      *
005673*   DERNIERE RECONSTITUTION (CUBE + DATE) EST GARDEE : DES       *
005674*   TRANSACTIONS SUCCESSIVES SUR LA MEME GENERATION NE RELISENT  *
005675*   PAS L'HISTORIQUE                                             *
005676*---------------------------------------------------------------*
005677  01  WS-TABLEAU-HIST.
005678      05  FILLER                        OCCURS 10.
005679          10  FILLER                    OCCURS 10.
005680              15  WS-CELL-HIST          OCCURS 10 PIC S9(7)V99
005681                                        SIGN LEADING SEPARATE.
005682  01  WS-TABLEAU-SAUV                   PIC X(10000).
005683*
005684  01  WS-DATE-ASOF-DEMANDE              PIC X(8).
005685* GENERATION EDITEE SUR LES LIGNES DE RESULTAT : DATE DE LA
005686* GENERATION RECONSTITUEE, OU 'COURANT' POUR LE CUBE DU JOUR
005687  01  WS-GEN-UTILISEE                   PIC X(8).
005688  01  WS-HIST-CLE-ICUBE                 PIC 9       VALUE 0.
005689  01  WS-HIST-CLE-DATE                  PIC X(8)    VALUE SPACES.
005690  01  WS-HIST-NB-POSTES                 PIC 9(5)    VALUE 0.
005691  01  WS-HIST-ICUBE                     PIC 9       VALUE 0.
005692*
005693  01  WS-HIST-FILE-STATUS               PIC X(02).
005694      88  WS-HIST-FILE-OK                           VALUE '00'.
005695*
005696  01  WS-HIST-FIN-SW                    PIC X       VALUE 'N'.
005697      88  WS-HIST-TERMINE                           VALUE 'O'.
005698*
005699* CUBEHIST ABSENT (TRACE UNE SEULE FOIS PAR PASSAGE)
005700  01  WS-HIST-ABSENT-SW                 PIC X       VALUE 'N'.
005701      88  WS-HIST-ABSENT                            VALUE 'O'.
005702*
005703* IMAGE RECONSTITUEE EN PLACE DANS WS-TABLEAU-1 (WS-HIST-ICUBE)
005704  01  WS-HIST-PERMUTE-SW                PIC X       VALUE 'N'.
005705      88  WS-HIST-PERMUTE                           VALUE 'O'.
005706*
005707  01  WS-LIBELLES.
005708      05  WS-LIB-ENT                    OCCURS 6.
005709          10  WS-LIB-CUBE               PIC X(20).
005710          10  WS-LIB-AXE                OCCURS 3.
005711              15  WS-LIB-INDICE         OCCURS 10  PIC X(20).
005712*
005713  01  WS-LIB-PASSE                       PIC 9.
005714  01  WS-IAXE                            PIC 9.
005715  01  WS-IIDX                            PIC 99.
005716  01  WS-LIB-TROUVE                      PIC 99.
005717*
005718* LIBELLE DE PLAN FRAPPE SUR LA TRANSACTION (COLONNES 45-64)
005719  01  WS-LIB-PLAN-DEMANDE                PIC X(20).
005720*
005721* LIBELLES DU POSTE EN COURS D'EDITION, POSES PAR 0090- A PARTIR
005722* DU CUBE (WS-LIB-ICUBE) ET DES COORDONNEES WS-LIB-X/Y/Z
005723  01  WS-LIB-ICUBE                       PIC 9.
005724  01  WS-LIB-X                           PIC 99.
005725  01  WS-LIB-Y                           PIC 99.
005726  01  WS-LIB-Z                           PIC 99.
005727  01  WS-LIB-POSTE.
005728      05  WS-LIB-P-LIGNE                PIC X(20).
005729      05  WS-LIB-P-COLONNE              PIC X(20).
005730      05  WS-LIB-P-HAUTEUR              PIC X(20).
005731      05  WS-LIB-P-CUBE                 PIC X(20).
005732* SUFFIXES PRETS A ACCOLER : COLONNES LIBELLES DE RESCSV ET DE
005733* CUBECSV (LIGNE, COLONNE, HAUTEUR, CUBE), ET LIBELLES DU POSTE
005734* POUR LES LIGNES DE RPTOUT (ESPACES QUAND AUCUN LIBELLE)
005735  01  WS-LIB-CSV                         PIC X(84).
005736  01  WS-LIB-RPT                         PIC X(66).
005737*
005738* GRILLE 'G' : AXES PORTES EN MARGE ET EN TETE (1/2/3 = L/C/H)
005739  01  WS-GRL-AXE-MARGE                   PIC 9.
005740  01  WS-GRL-AXE-TETE                    PIC 9.
005741* LIBELLE DU PLAN EDITE POUR LE TITRE DE LA GRILLE ET POUR TRNCSV
005742  01  WS-GRL-LIB-PLAN                    PIC X(20).
005743*
005744  01  WS-KSD-FILE-STATUS                 PIC X(02).
005745      88  WS-KSD-FILE-OK                             VALUE '00'.
005746*
005747  01  WS-KSD-OUVERT-SW                   PIC X       VALUE 'N'.
005748      88  WS-KSD-OUVERT                              VALUE 'O'.
005749*
005750  01  WS-KSD-FIN-SW                      PIC X       VALUE 'N'.
005751      88  WS-KSD-TERMINE                             VALUE 'O'.
005752*
005753  01  WS-CUBE-FILE-FIN-SW               PIC X       VALUE 'N'.
005754      88  WS-CUBE-FILE-TERMINE                      VALUE 'O'.
005755*
005756  01  WS-E-FILE-FIN-SW                  PIC X       VALUE 'N'.
005757      88  WS-E-FILE-TERMINE                         VALUE 'O'.
005758*
005759  01  WS-CKPT-FILE-STATUS                PIC X(02).
005760      88  WS-CKPT-FILE-OK                           VALUE '00'.
005761*
005762  01  WS-CKPT-COMPTEUR                   PIC 9(5)    VALUE 0.
005770  01  WS-CKPT-INTERVAL                   PIC 9(3)    VALUE 100.
005780  01  WS-CKPT-QUOT                       PIC 9(5).
005790  01  WS-CKPT-REM                        PIC 9(3).
006411  01  WS-REJ-HASH-LOTS.
006412      05  WS-REJ-HASH-LOT                OCCURS 3 PIC S9(9)V99
006413                                         SIGN LEADING SEPARATE.
006414* TRANSACTIONS REFUSEES FAUTE D'HABILITATION DU SERVICE EMETTEUR
006415* DU GROUPE (MOTIF 10)
006416  01  WS-NAUT-NB-LOTS.
006417      05  WS-NAUT-NB-LOT                 OCCURS 3 PIC 9(5).
006418*
006419* TEMOIN DU SAUT DE REPRISE : PENDANT LE SAUT, LES TOTAUX DE
006420* GROUPE NE SONT PAS REECRITS (ILS L'ONT ETE AVANT L'ARRET ET
006421* LES SORTIES SONT REPRISES EN EXTENSION)
006422  01  WS-SKIP-EN-COURS-SW                PIC X       VALUE 'N'.
006423      88  WS-SKIP-EN-COURS                           VALUE 'O'.
006424*
006425*---------------------------------------------------------------*
006426*   STATUTS DES SORTIES DES GROUPES 2 ET 3, ET ZONES DE ROUTAGE  *
006427*   DES ECRITURES (4000-) : LA LIGNE A ECRIRE EST PREPAREE DANS  *
006428*   LE TAMPON DE SON TYPE PUIS ECRITE SUR LE FICHIER DU GROUPE   *
006429*---------------------------------------------------------------*
006430  01  WS-RPT2-FILE-STATUS                PIC X(02).
006431      88  WS-RPT2-FILE-OK                            VALUE '00'.
006432  01  WS-RPT3-FILE-STATUS                PIC X(02).
006433      88  WS-RPT3-FILE-OK                            VALUE '00'.
006434  01  WS-RCSV2-FILE-STATUS               PIC X(02).
006435      88  WS-RCSV2-FILE-OK                           VALUE '00'.
006436  01  WS-RCSV3-FILE-STATUS               PIC X(02).
006437      88  WS-RCSV3-FILE-OK                           VALUE '00'.
006438  01  WS-REJ2-FILE-STATUS                PIC X(02).
006439      88  WS-REJ2-FILE-OK                            VALUE '00'.
006440  01  WS-REJ3-FILE-STATUS                PIC X(02).
006441      88  WS-REJ3-FILE-OK                            VALUE '00'.
006442*
006443  01  WS-SLOT-STATUS                     PIC X(02).
006444      88  WS-SLOT-OK                                 VALUE '00'.
006445*
006446  01  WS-RPT-LIGNE                       PIC X(80).
006447  01  WS-RCSV-LIGNE                      PIC X(180).
006448  01  WS-REJ-LIGNE.
006449      05  WS-REJ-LIGNE-DONNEES           PIC X(78).
006450      05  WS-REJ-LIGNE-MOTIF             PIC X(2).
006451*
006452  01  WS-LEDIT                          PIC X(80).
006453*
006454*                  ==============================               *
006455*=================<   PROCEDURE       DIVISION   >==============*
006456*                  ==============================               *
006457*                                                               *
006458*===============================================================*
006460*
006470  PROCEDURE           DIVISION.
006480*
006760      INITIALIZE WS-CUBES WS-STAT-CUBES
006770           WS-TABLEAU-3 WS-S WS-E-ENTRE WS-COMPTEUR
006771           WS-LOTS WS-LOT-NB-TRTS
006775           WS-REJ-NB-LOTS WS-REJ-HASH-LOTS WS-NAUT-NB-LOTS.
006780*---------------------------------------------------------------*
006790* OREILETTE DE GAUCHE                                           *
006800* ===================                                           *
006842      PERFORM 0050-CHARGE-QRYLIB-DEB
006843         THRU 0050-CHARGE-QRYLIB-FIN.
006850*
006851      PERFORM 0070-CHARGE-AXEDIC-DEB
006852         THRU 0070-CHARGE-AXEDIC-FIN.
006853*
006854      PERFORM 0076-CHARGE-SERVAUT-DEB
006855         THRU 0076-CHARGE-SERVAUT-FIN.
006856*
006860      PERFORM 0100-CHARGE-TABLEAU-1-DEB
006870         THRU 0100-CHARGE-TABLEAU-1-FIN.
006872*
006874      PERFORM 0080-RESOUT-LIBELLES-DEB
006876         THRU 0080-RESOUT-LIBELLES-FIN.
006880*
006890      PERFORM 0120-EXPORT-CUBE-CSV-DEB
006900         THRU 0120-EXPORT-CUBE-CSV-FIN.
008976                  MOVE QLR-COL  TO WS-QRY-COL  (WS-NB-QRYS)
008977                  MOVE QLR-HAU  TO WS-QRY-HAU  (WS-NB-QRYS)
008978                  MOVE QLR-CUBE TO WS-QRY-CUBE (WS-NB-QRYS)
008979                  MOVE QLR-DATE-ASOF
008980                                 TO WS-QRY-DATE-ASOF (WS-NB-QRYS)
008981              END-IF
008982      END-READ.
008983*
008984  0055-LECTURE-QRYLIB-FIN.
008985      EXIT.
008986*
008987*---------------------------------------------------------------*
008988*   RECHERCHE D'UNE REQUETE STOCKEE PAR SON NOM ;                *
008989*   WS-QRY-TROUVE A ZERO = NOM INCONNU                           *
008990*---------------------------------------------------------------*
008991  0060-TROUVE-QRYLIB-DEB.
008992*
008993      MOVE 0 TO WS-QRY-TROUVE.
008994      PERFORM 0062-COMPARE-QRYLIB-DEB
008995         THRU 0062-COMPARE-QRYLIB-FIN
008996      VARYING WS-IQRY FROM 1 BY 1
008997        UNTIL WS-IQRY > WS-NB-QRYS
008998           OR WS-QRY-TROUVE > 0.
008999*
009000  0060-TROUVE-QRYLIB-FIN.
009001      EXIT.
009002*
009003  0062-COMPARE-QRYLIB-DEB.
009004*
009005      IF WS-QRY-NOM (WS-IQRY) = WS-NOM-QRY-DEMANDE
009006          MOVE WS-IQRY TO WS-QRY-TROUVE
009007      END-IF.
009008*
009009  0062-COMPARE-QRYLIB-FIN.
009010      EXIT.
009011*
009012*---------------------------------------------------------------*
009013*   CHARGEMENT DU DICTIONNAIRE DES AXES (AXEDIC) EN MEMOIRE.     *
009014*   DICTIONNAIRE ABSENT : AUCUN LIBELLE, LES EDITIONS NE PORTENT *
009015*   QUE LES NUMEROS ET TOUT LIBELLE DE PLAN FRAPPE SUR UNE       *
009016*   TRANSACTION SERA REJETE SOUS LE MOTIF 09                     *
009017*---------------------------------------------------------------*
009018  0070-CHARGE-AXEDIC-DEB.
009019*
009020      OPEN INPUT AXE-DIC-FILE.
009021      IF WS-DIC-FILE-OK
009022          PERFORM 0075-LECTURE-AXEDIC-DEB
009023             THRU 0075-LECTURE-AXEDIC-FIN
009024            UNTIL WS-DIC-TERMINE
009025          CLOSE AXE-DIC-FILE
009026      END-IF.
009027*
009028  0070-CHARGE-AXEDIC-FIN.
009029      EXIT.
009030*
009031  0075-LECTURE-AXEDIC-DEB.
009032*
009033      READ AXE-DIC-FILE
009034          AT END
009035              MOVE 'O' TO WS-DIC-FIN-SW
009036          NOT AT END
009037              IF ADR-TYPE NOT = SPACE AND WS-NB-DICS < 300
009038                  ADD 1 TO WS-NB-DICS
009039                  MOVE ADR-TYPE    TO WS-DIC-TYPE    (WS-NB-DICS)
009040                  MOVE ADR-CUBE    TO WS-DIC-CUBE    (WS-NB-DICS)
009041                  MOVE ADR-INDICE  TO WS-DIC-INDICE  (WS-NB-DICS)
009042                  MOVE ADR-LIBELLE TO WS-DIC-LIBELLE (WS-NB-DICS)
009043              END-IF
009044      END-READ.
009045*
009046  0075-LECTURE-AXEDIC-FIN.
009047      EXIT.
009048*
009049*---------------------------------------------------------------*
009050*   CHARGEMENT DES HABILITATIONS DES SERVICES (SERVAUT) EN       *
009051*   MEMOIRE. FICHIER ABSENT : AUCUN CONTROLE, TOUS LES SERVICES  *
009052*   SONT HABILITES (COMPORTEMENT ANTERIEUR). UNE LIGNE INVALIDE  *
009053*   (SERVICE A BLANC, AXE INCONNU, INDICES NON NUMERIQUES OU     *
009054*   DECROISSANTS) EST IGNOREE ET COMPTEE                         *
009055*---------------------------------------------------------------*
009056  0076-CHARGE-SERVAUT-DEB.
009057*
009058      OPEN INPUT AUT-FILE.
009059      IF NOT WS-AUT-FILE-OK
009060          DISPLAY '*========================================*'
009061          DISPLAY '*  HABILITATIONS SERVAUT ABSENTES :      *'
009062          DISPLAY '*  TOUS LES SERVICES SONT HABILITES      *'
009063          DISPLAY '*========================================*'
009064          GO TO 0076-CHARGE-SERVAUT-FIN
009065      END-IF.
009066*
009067      MOVE 'O' TO WS-AUT-ACTIF-SW.
009068      PERFORM 0078-LECTURE-SERVAUT-DEB
009069         THRU 0078-LECTURE-SERVAUT-FIN
009070        UNTIL WS-AUT-TERMINE.
009071      CLOSE AUT-FILE.
009072*
009073      DISPLAY '*========================================*'.
009074      DISPLAY '*  HABILITATIONS SERVAUT CHARGEES : ' WS-NB-AUTS.
009075      IF WS-AUT-IGNOREES > 0
009076          DISPLAY '*  LIGNES SERVAUT INVALIDES IGNOREES : '
009077                  WS-AUT-IGNOREES
009078      END-IF.
009079      DISPLAY '*========================================*'.
009080*
009081  0076-CHARGE-SERVAUT-FIN.
009082      EXIT.
009083*
009084  0078-LECTURE-SERVAUT-DEB.
009085*
009086      READ AUT-FILE
009087          AT END
009088              MOVE 'O' TO WS-AUT-FIN-SW
009089              GO TO 0078-LECTURE-SERVAUT-FIN
009090      END-READ.
009091*
009092      IF AUR-SERVICE = SPACES
009093         OR (AUR-AXE NOT = SPACE AND AUR-AXE NOT = 'L'
009094             AND AUR-AXE NOT = 'C' AND AUR-AXE NOT = 'H')
009095          ADD 1 TO WS-AUT-IGNOREES
009096          GO TO 0078-LECTURE-SERVAUT-FIN
009097      END-IF.
009098      IF AUR-AXE NOT = SPACE
009099          IF AUR-IDX-FIN = SPACES
009100              MOVE AUR-IDX-DEB TO AUR-IDX-FIN
009101          END-IF
009102          IF AUR-IDX-DEB IS NOT NUMERIC
009103             OR AUR-IDX-FIN IS NOT NUMERIC
009104             OR AUR-IDX-DEB = '00'
009105             OR AUR-IDX-FIN < AUR-IDX-DEB
009106              ADD 1 TO WS-AUT-IGNOREES
009107              GO TO 0078-LECTURE-SERVAUT-FIN
009108          END-IF
009109      END-IF.
009110      IF WS-NB-AUTS = 200
009111          ADD 1 TO WS-AUT-IGNOREES
009112          GO TO 0078-LECTURE-SERVAUT-FIN
009113      END-IF.
009114*
009115      ADD 1 TO WS-NB-AUTS.
009116      MOVE AUR-SERVICE TO WS-AUT-SERVICE (WS-NB-AUTS).
009117      MOVE AUR-CUBE    TO WS-AUT-CUBE    (WS-NB-AUTS).
009118      MOVE AUR-AXE     TO WS-AUT-AXE     (WS-NB-AUTS).
009119      MOVE AUR-MODES   TO WS-AUT-MODES   (WS-NB-AUTS).
009120      IF AUR-AXE = SPACE
009121          MOVE 0 TO WS-AUT-IDX-DEB (WS-NB-AUTS)
009122          MOVE 0 TO WS-AUT-IDX-FIN (WS-NB-AUTS)
009123      ELSE
009124          MOVE AUR-IDX-DEB TO WS-AUT-IDX-DEB (WS-NB-AUTS)
009125          MOVE AUR-IDX-FIN TO WS-AUT-IDX-FIN (WS-NB-AUTS)
009126      END-IF.
009127*
009128  0078-LECTURE-SERVAUT-FIN.
009129      EXIT.
009130*
009131*---------------------------------------------------------------*
009132*   RESOLUTION DU DICTIONNAIRE POUR CHAQUE CUBE CHARGE : UN      *
009133*   PREMIER PASSAGE POSE LES LIBELLES D'INDICES COMMUNS (CUBE A  *
009134*   ESPACES) SUR TOUS LES CUBES, UN SECOND LES SURCHARGE PAR LES *
009135*   LIBELLES PROPRES A UN CUBE. LE LIBELLE DE CUBE (TYPE K) NE   *
009136*   VAUT QUE POUR LE CUBE DE CE NOM (ESPACES = CUBE SANS NOM)    *
009137*---------------------------------------------------------------*
009138  0080-RESOUT-LIBELLES-DEB.
009139*
009140      INITIALIZE WS-LIBELLES.
009141      PERFORM 0082-APPLIQUE-LIBELLE-DEB
009142         THRU 0082-APPLIQUE-LIBELLE-FIN
009143      VARYING WS-LIB-PASSE FROM 1 BY 1
009144        UNTIL WS-LIB-PASSE > 2
009145        AFTER WS-IDIC FROM 1 BY 1
009146        UNTIL WS-IDIC > WS-NB-DICS
009147        AFTER WS-ICUBE FROM 1 BY 1
009148        UNTIL WS-ICUBE > WS-NB-CUBES.
009149*
009150  0080-RESOUT-LIBELLES-FIN.
009151      EXIT.
009152*
009153  0082-APPLIQUE-LIBELLE-DEB.
009154*
009155      IF WS-LIB-PASSE = 1
009156         AND (WS-DIC-CUBE (WS-IDIC) NOT = SPACES
009157              OR WS-DIC-TYPE (WS-IDIC) = 'K')
009158          GO TO 0082-APPLIQUE-LIBELLE-FIN
009159      END-IF.
009160      IF WS-LIB-PASSE = 2
009161         AND WS-DIC-CUBE (WS-IDIC) NOT = WS-CUBE-NOM (WS-ICUBE)
009162          GO TO 0082-APPLIQUE-LIBELLE-FIN
009163      END-IF.
009164      IF WS-LIB-PASSE = 2
009165         AND WS-DIC-CUBE (WS-IDIC) = SPACES
009166         AND WS-DIC-TYPE (WS-IDIC) NOT = 'K'
009167          GO TO 0082-APPLIQUE-LIBELLE-FIN
009168      END-IF.
009169      EVALUATE WS-DIC-TYPE (WS-IDIC)
009170          WHEN 'K'
009171              MOVE WS-DIC-LIBELLE (WS-IDIC)
009172                TO WS-LIB-CUBE (WS-ICUBE)
009173              GO TO 0082-APPLIQUE-LIBELLE-FIN
009174          WHEN 'L'
009175              MOVE 1 TO WS-IAXE
009176          WHEN 'C'
009177              MOVE 2 TO WS-IAXE
009178          WHEN 'H'
009179              MOVE 3 TO WS-IAXE
009180          WHEN OTHER
009181              GO TO 0082-APPLIQUE-LIBELLE-FIN
009182      END-EVALUATE.
009183      IF WS-DIC-INDICE-9 (WS-IDIC) IS NUMERIC
009184         AND WS-DIC-INDICE-9 (WS-IDIC) > 0
009185         AND WS-DIC-INDICE-9 (WS-IDIC) NOT > 10
009186          MOVE WS-DIC-INDICE-9 (WS-IDIC) TO WS-IIDX
009187          MOVE WS-DIC-LIBELLE (WS-IDIC)
009188            TO WS-LIB-INDICE (WS-ICUBE, WS-IAXE, WS-IIDX)
009189      END-IF.
009190*
009191  0082-APPLIQUE-LIBELLE-FIN.
009192      EXIT.
009193*
009194*---------------------------------------------------------------*
009195*   LIBELLES D'UN POSTE POUR LES EDITIONS : CUBE WS-LIB-ICUBE,   *
009196*   COORDONNEES WS-LIB-X/Y/Z (UNE COORDONNEE A ZERO LAISSE SON   *
009197*   LIBELLE A BLANC, CAS DES AGREGATS SUR UN SEUL PLAN)          *
009198*---------------------------------------------------------------*
009199  0090-LIBELLES-POSTE-DEB.
009200*
009201      MOVE SPACES TO WS-LIB-POSTE WS-LIB-RPT.
009202      MOVE ',,,,' TO WS-LIB-CSV.
009203      IF WS-LIB-ICUBE = 0 OR WS-LIB-ICUBE > WS-NB-CUBES
009204          GO TO 0090-LIBELLES-POSTE-FIN
009205      END-IF.
009206      MOVE WS-LIB-CUBE (WS-LIB-ICUBE) TO WS-LIB-P-CUBE.
009207      IF WS-LIB-X > 0 AND WS-LIB-X NOT > 10
009208          MOVE WS-LIB-INDICE (WS-LIB-ICUBE, 1, WS-LIB-X)
009209            TO WS-LIB-P-LIGNE
009210      END-IF.
009211      IF WS-LIB-Y > 0 AND WS-LIB-Y NOT > 10
009212          MOVE WS-LIB-INDICE (WS-LIB-ICUBE, 2, WS-LIB-Y)
009213            TO WS-LIB-P-COLONNE
009214      END-IF.
009215      IF WS-LIB-Z > 0 AND WS-LIB-Z NOT > 10
009216          MOVE WS-LIB-INDICE (WS-LIB-ICUBE, 3, WS-LIB-Z)
009217            TO WS-LIB-P-HAUTEUR
009218      END-IF.
009219      MOVE SPACE TO WS-LIB-CSV.
009220      STRING ','              DELIMITED BY SIZE
009221             WS-LIB-P-LIGNE   DELIMITED BY '  '
009222             ','              DELIMITED BY SIZE
009223             WS-LIB-P-COLONNE DELIMITED BY '  '
009224             ','              DELIMITED BY SIZE
009225             WS-LIB-P-HAUTEUR DELIMITED BY '  '
009226             ','              DELIMITED BY SIZE
009227             WS-LIB-P-CUBE    DELIMITED BY '  '
009228      INTO WS-LIB-CSV.
009229      IF WS-LIB-P-LIGNE   NOT = SPACES
009230         OR WS-LIB-P-COLONNE NOT = SPACES
009231         OR WS-LIB-P-HAUTEUR NOT = SPACES
009232          STRING WS-LIB-P-LIGNE   DELIMITED BY '  '
009233                 ' / '            DELIMITED BY SIZE
009234                 WS-LIB-P-COLONNE DELIMITED BY '  '
009235                 ' / '            DELIMITED BY SIZE
009236                 WS-LIB-P-HAUTEUR DELIMITED BY '  '
009237          INTO WS-LIB-RPT
009238      END-IF.
009239*
009240  0090-LIBELLES-POSTE-FIN.
009241      EXIT.
009242*
009243*---------------------------------------------------------------*
009244*   CHARGEMENT DE WS-TABLEAU-1 : DEPUIS LE FICHIER CUBE-IN-FILE  *
009245*   S'IL EST PRESENT, SINON PAR LA FORMULE ILIGNE+ICOLONNE+      *
009246*   IHAUTEUR COMME AVANT                                        *
009247*---------------------------------------------------------------*
009248  0100-CHARGE-TABLEAU-1-DEB.
009249*
009250*---------------------------------------------------------------*
009251* LE MAITRE INDEXE CUBEKSD EST ESSAYE EN PREMIER ; IL RESTE      *
009252* OUVERT TOUT LE PASSAGE POUR SERVIR LES CONSULTATIONS 'P' PAR   *
009253* READ DIRECT SUR LA CLE. ABSENT, ON RETOMBE SUR LE MAITRE       *
009254* SEQUENTIEL CUBEIN PUIS SUR LA FORMULE, COMME AVANT             *
009255*---------------------------------------------------------------*
009256      OPEN INPUT CUBE-KSD-FILE.
009257      IF WS-KSD-FILE-OK
009258          DISPLAY '*========================================*'
009259          DISPLAY '*  CHARGEMENT DEPUIS LE MAITRE INDEXE     *'
009260          DISPLAY '*  CUBEKSD (UN SEUL CUBE) - CUBEIN IGNORE *'
009261          DISPLAY '*========================================*'
009262          MOVE 1 TO WS-NB-CUBES
009263          MOVE 'O' TO WS-KSD-OUVERT-SW
009264          PERFORM 0150-LECTURE-KSD-DEB
009265             THRU 0150-LECTURE-KSD-FIN
009266            UNTIL WS-KSD-TERMINE
009267          GO TO 0100-CHARGE-TABLEAU-1-FIN
009268      END-IF.
009269*
009270      OPEN INPUT CUBE-IN-FILE.
009271*
009272      IF WS-CUBE-FILE-OK
009273          PERFORM 0110-LECTURE-CUBE-DEB
009274             THRU 0110-LECTURE-CUBE-FIN
009280            UNTIL WS-CUBE-FILE-TERMINE
009290          IF WS-NB-CUBES = 0
009300              MOVE 1 TO WS-NB-CUBES
010110      EXIT.
010120*
010130*---------------------------------------------------------------*
010140*   EXPORT CSV DU CUBE COMPLET (CUBE,ROW,COLUMN,HEIGHT,VALUE,    *
010145*   ROW_LABEL,COLUMN_LABEL,HEIGHT_LABEL,CUBE_LABEL), POUR        *
010150*   RETRAITEMENT SUR TABLEUR                                    *
010160*---------------------------------------------------------------*
010170  0120-EXPORT-CUBE-CSV-DEB.
010180*
010190      OPEN OUTPUT CUBE-CSV-FILE.
010200      IF WS-CCSV-FILE-OK
010202          MOVE SPACE TO WS-CSV-LINE
010204          STRING 'CUBE,ROW,COLUMN,HEIGHT,VALUE,ROW_LABEL,'
010206                 'COLUMN_LABEL,HEIGHT_LABEL,CUBE_LABEL'
010208              DELIMITED BY SIZE
010210          INTO WS-CSV-LINE
010212          MOVE WS-CSV-LINE TO CUBE-CSV-RECORD
010220          WRITE CUBE-CSV-RECORD
010230          PERFORM 0130-ECRIT-CUBE-CSV-DEB
010240             THRU 0130-ECRIT-CUBE-CSV-FIN
010411          (WS-ICUBE, WS-ILIGNE, WS-ICOLONNE, WS-IHAUTEUR)
010412        TO WS-VAL-ED.
010413      INSPECT WS-VAL-ED REPLACING ALL ',' BY '.'.
010414      MOVE WS-ICUBE    TO WS-LIB-ICUBE.
010415      MOVE WS-ILIGNE   TO WS-LIB-X.
010416      MOVE WS-ICOLONNE TO WS-LIB-Y.
010417      MOVE WS-IHAUTEUR TO WS-LIB-Z.
010418      PERFORM 0090-LIBELLES-POSTE-DEB
010419         THRU 0090-LIBELLES-POSTE-FIN.
010420      MOVE SPACE TO WS-CSV-LINE.
010421      STRING WS-CUBE-NOM (WS-ICUBE) ','
010430             WS-ILIGNE ',' WS-ICOLONNE ',' WS-IHAUTEUR ','
010440             WS-VAL-ED          DELIMITED BY SIZE
010450             WS-LIB-CSV         DELIMITED BY '  '
010470      INTO WS-CSV-LINE.
010480      MOVE WS-CSV-LINE TO CUBE-CSV-RECORD.
010490      WRITE CUBE-CSV-RECORD.
012666          INTO WS-RCSV-LIGNE
012667          PERFORM 4010-ECRIT-RCSV-DEB
012668             THRU 4010-ECRIT-RCSV-FIN
012670          MOVE SPACE TO WS-RCSV-LIGNE
012672          STRING 'SEARCH,MODE,E,LOW,HIGH,VALUE,X,Y,Z,CUBE,'
012674                 'X_LABEL,Y_LABEL,Z_LABEL,CUBE_LABEL'
012676                 ',GEN_DATE'
012678                  DELIMITED BY SIZE
012680          INTO WS-RCSV-LIGNE
012682          PERFORM 4010-ECRIT-RCSV-DEB
012684             THRU 4010-ECRIT-RCSV-FIN
012686          MOVE WS-LOT-SAVE TO WS-LOT-CUR
012688      END-IF.
012690*
012700  0207-OUVRE-RCSV-NEUF-FIN.
012710      EXIT.
013142      IF WS-TCSV-FILE-OK
013143          MOVE SPACE TO WS-GRL-CSV
013144          STRING 'CUBE,AXE,IDX,ROW,V01,V02,V03,V04,V05,'
013145                 'V06,V07,V08,V09,V10,PLANE_LABEL,ROW_LABEL'
013146                 ',GEN_DATE'
013147                  DELIMITED BY SIZE
013148          INTO WS-GRL-CSV
013149          MOVE WS-GRL-CSV TO TRN-CSV-RECORD
013150          WRITE TRN-CSV-RECORD
013151      END-IF.
013152*
013153  0209-OUVRE-TRN-NEUF-FIN.
013154      EXIT.
013155*
013156*---------------------------------------------------------------*
013157*   REPRISE SUR POINT DE CONTROLE : LECTURE, SAUT DES            *
013158*   TRANSACTIONS DEJA TRAITEES, ET EFFACEMENT EN FIN DE BATCH    *
013159*---------------------------------------------------------------*
013160  0200-LECTURE-CKPT-DEB.
013170*
013180      MOVE 0 TO WS-CKPT-COMPTEUR.
013413                  MOVE CKPT-REJ-NB-LOTS      TO WS-REJ-NB-LOTS
013414                  MOVE CKPT-REJ-HASH-LOTS    TO WS-REJ-HASH-LOTS
013415                  MOVE CKPT-LOT-CLOS         TO WS-LOT-CLOS
013417                  MOVE CKPT-NAUT-NB-LOTS     TO WS-NAUT-NB-LOTS
013420                  MOVE CKPT-STAT-CUBES       TO WS-STAT-CUBES
013430          END-READ
013440          CLOSE CKPT-FILE
013793      MOVE WS-REJ-NB-LOTS       TO CKPT-REJ-NB-LOTS.
013794      MOVE WS-REJ-HASH-LOTS     TO CKPT-REJ-HASH-LOTS.
013795      MOVE WS-LOT-CLOS          TO CKPT-LOT-CLOS.
013797      MOVE WS-NAUT-NB-LOTS      TO CKPT-NAUT-NB-LOTS.
013800      MOVE WS-STAT-CUBES        TO CKPT-STAT-CUBES.
013810      OPEN OUTPUT CKPT-FILE.
013820      WRITE CKPT-RECORD.
015906                  PERFORM 1009-CLOT-LOT-DEB
015907                     THRU 1009-CLOT-LOT-FIN
015910                  GO TO 1005-LECTURE-E-FILE-DEB
015912              END-IF
015914              MOVE 'N' TO WS-QRY-ABSENTE-SW
015916              MOVE 'N' TO WS-QRY-REFUSEE-SW
015918              MOVE SPACES TO WS-LIB-PLAN-DEMANDE
015920              MOVE WS-E-RECORD-DATE-ASOF TO WS-DATE-ASOF-DEMANDE
015922*---------------------------------------------------------------*
015923* LA TRANSACTION 'Q' NOMME UNE REQUETE STOCKEE : SA DEFINITION  *
015924* EST PRISE DANS LA BIBLIOTHEQUE A LA PLACE DES ZONES DE        *
016020              MOVE WS-E-RECORD-LIG  TO WS-CONS-LIGNE
016030              MOVE WS-E-RECORD-COL  TO WS-CONS-COLONNE
016040              MOVE WS-E-RECORD-HAU  TO WS-CONS-HAUTEUR
016043              MOVE WS-E-RECORD-CUBE TO WS-CUBE-DEMANDE
016046              MOVE WS-E-RECORD-LIB-PLAN TO WS-LIB-PLAN-DEMANDE
016051              END-IF
016052      END-READ.
016053*
016054  1005-LECTURE-E-FILE-FIN.
016055      EXIT.
016056*
016057*---------------------------------------------------------------*
016058*   DEVELOPPEMENT D'UNE TRANSACTION 'Q' : LA DEFINITION STOCKEE  *
016059*   SOUS LE NOM DEMANDE ALIMENTE LES ZONES DE TRAVAIL COMME SI   *
016060*   LA TRANSACTION COMPLETE AVAIT ETE SOUMISE. NOM INCONNU : LE  *
016061*   TEMOIN WS-QRY-ABSENTE-SW EST POSE POUR LE CONTROLE 1008-     *
016062*   (MOTIF 08), LA TRANSACTION GARDE SON MODE 'Q'                *
016063*   LE SERVICE EMETTEUR DU GROUPE DOIT ETRE HABILITE AU MODE 'Q' *
016064*   SUR LE CUBE DE LA REQUETE : SINON LA REQUETE N'EST PAS       *
016065*   DEVELOPPEE ET LE TEMOIN WS-QRY-REFUSEE-SW EST POSE (MOTIF 10)*
016066*---------------------------------------------------------------*
016067  1006-EXPANSE-REQUETE-DEB.
016068*
016069      MOVE WS-E-NOM-QUERY TO WS-NOM-QRY-DEMANDE.
016070      PERFORM 0060-TROUVE-QRYLIB-DEB
016071         THRU 0060-TROUVE-QRYLIB-FIN.
016072      IF WS-QRY-TROUVE = 0
016073          MOVE 'O' TO WS-QRY-ABSENTE-SW
016074          MOVE 'Q' TO WS-MODE-RECH
016075          GO TO 1006-EXPANSE-REQUETE-FIN
016076      END-IF.
016077* UN CUBE INCONNU N'EST PAS CONTROLE ICI : LA DEFINITION EST
016078* DEVELOPPEE ET 1008- LA REJETTE SOUS LE MOTIF 07
016079      IF WS-AUT-ACTIF
016080          MOVE WS-QRY-CUBE (WS-QRY-TROUVE) TO WS-CUBE-DEMANDE
016081          PERFORM 0140-TROUVE-CUBE-DEB
016082             THRU 0140-TROUVE-CUBE-FIN
016083          IF WS-CUBE-CUR > 0
016084              MOVE 'Q' TO WS-AUT-MODE
016085              MOVE 'O' TO WS-AUT-CUBE-SEUL-SW
016086              PERFORM 1040-CONTROLE-HABILIT-DEB
016087                 THRU 1040-CONTROLE-HABILIT-FIN
016088              MOVE 'N' TO WS-AUT-CUBE-SEUL-SW
016089              IF NOT WS-AUT-OK
016090                  MOVE 'O' TO WS-QRY-REFUSEE-SW
016091                  MOVE 'Q' TO WS-MODE-RECH
016092                  GO TO 1006-EXPANSE-REQUETE-FIN
016093              END-IF
016094          END-IF
016095      END-IF.
016096* PENDANT LE SAUT DE REPRISE, LE COMPTEUR RESTAURE DU POINT DE
016097* CONTROLE COUVRE DEJA LES TRANSACTIONS REJOUEES : NE PAS LES
016098* RECOMPTER (MEME PRINCIPE QUE 1009-CLOT-LOT)
016099      IF NOT WS-SKIP-EN-COURS
016100          ADD 1 TO WS-STAT-NB-QEXP
016101      END-IF.
016102      MOVE WS-QRY-MODE (WS-QRY-TROUVE) TO WS-MODE-RECH.
016103      IF WS-QRY-MODE (WS-QRY-TROUVE) = SPACE
016104          MOVE 'E' TO WS-MODE-RECH
016105      END-IF.
016106* LES MONTANTS DE LA BIBLIOTHEQUE SONT RECOPIES SANS CONVERSION
016107* (VUES -X) : UNE ZONE A BLANC RESTE A BLANC ET SERA REJETEE
016108* PAR LE CONTROLE 1008- COMME POUR UNE TRANSACTION SAISIE
016109      MOVE WS-QRY-VAL  (WS-QRY-TROUVE) TO WS-E-X.
016110      MOVE WS-QRY-LOW  (WS-QRY-TROUVE) TO WS-E-LOW-X.
016111      MOVE WS-QRY-HIGH (WS-QRY-TROUVE) TO WS-E-HIGH-X.
016112      MOVE WS-QRY-AXE  (WS-QRY-TROUVE) TO WS-AXE-RECH.
016113      MOVE WS-QRY-IDX  (WS-QRY-TROUVE) TO WS-AXE-IDX.
016114      MOVE WS-QRY-LIG  (WS-QRY-TROUVE) TO WS-CONS-LIGNE.
016115      MOVE WS-QRY-COL  (WS-QRY-TROUVE) TO WS-CONS-COLONNE.
016116      MOVE WS-QRY-HAU  (WS-QRY-TROUVE) TO WS-CONS-HAUTEUR.
016117      MOVE WS-QRY-CUBE (WS-QRY-TROUVE) TO WS-CUBE-DEMANDE.
016118* LA DATE DE GENERATION FRAPPEE SUR LA TRANSACTION 'Q' L'EMPORTE
016119* SUR CELLE DE LA REQUETE STOCKEE
016120      IF WS-DATE-ASOF-DEMANDE = SPACES
016121          MOVE WS-QRY-DATE-ASOF (WS-QRY-TROUVE)
016122                                    TO WS-DATE-ASOF-DEMANDE
016123      END-IF.
016131*
016132  1006-EXPANSE-REQUETE-FIN.
016133      EXIT.
016173      STRING 'TOTAL LOT ' WS-LOT-SERVICE-T (WS-LOT-CUR)
016174             ' TRAITEES ' WS-LOT-NB-TRT (WS-LOT-CUR)
016175             ' REJETS ' WS-REJ-NB-LOT (WS-LOT-CUR)
016176             ' NON HABILITEES ' WS-NAUT-NB-LOT (WS-LOT-CUR)
016177              DELIMITED BY SIZE
016178      INTO WS-LEDIT.
016179      MOVE WS-LEDIT TO WS-RPT-LIGNE.
016180      PERFORM 4000-ECRIT-RPT-DEB
016181         THRU 4000-ECRIT-RPT-FIN.
016182*
016183      MOVE SPACE TO WS-LEDIT.
016184      STRING 'T' WS-REJ-NB-LOT (WS-LOT-CUR)
016185             WS-REJ-HASH-LOT (WS-LOT-CUR)
016186              DELIMITED BY SIZE
016187      INTO WS-LEDIT.
016188      MOVE WS-LEDIT TO WS-REJ-LIGNE.
016189      PERFORM 4020-ECRIT-REJ-DEB
016190         THRU 4020-ECRIT-REJ-FIN.
016191*
016192      MOVE WS-LOT-CUR TO WS-LOT-CLOS.
016193*---------------------------------------------------------------*
016194* POINT DE CONTROLE FORCE APRES LA CLOTURE DU GROUPE (MEME      *
016195* PRINCIPE QUE 2020- APRES CHAQUE REJET) : LE RANG DU GROUPE    *
016196* CLOS EST AINSI PERSISTE AVANT TOUT NOUVEL ARRET               *
016197*---------------------------------------------------------------*
016198      PERFORM 0220-ECRIT-CKPT-DEB
016199         THRU 0220-ECRIT-CKPT-FIN.
016200*
016201  1009-CLOT-LOT-FIN.
016202      EXIT.
016203*
016204*---------------------------------------------------------------*
016205*   CONTROLE D'UNE TRANSACTION AVANT TRAITEMENT : POSE DU CODE   *
016206*   MOTIF DE REJET (ESPACES = TRANSACTION ACCEPTEE).             *
016207*   01 = VALEUR NON NUMERIQUE       02 = BORNES NON NUMERIQUES   *
016208*   03 = BORNE BASSE > BORNE HAUTE  04 = MODE INCONNU            *
016209*   05 = AXE/INDICE INVALIDE        06 = COORDONNEES INVALIDES   *
016210*   07 = CUBE INCONNU               08 = REQUETE NOMMEE INCONNUE *
016211*   09 = LIBELLE DE PLAN INCONNU OU DISCORDANT AVEC L'INDICE   *
016212*   10 = SERVICE EMETTEUR NON HABILITE (CUBE, PLAN OU MODE)      *
016213*   11 = AUCUNE GENERATION DU CUBE A LA DATE DEMANDEE (CUBEHIST) *
016214*---------------------------------------------------------------*
016215  1008-VALIDE-TRANSACT-DEB.
016216*
016217      MOVE SPACES TO WS-MOTIF-REJET.
016218*
016219* UNE TRANSACTION 'Q' DONT LE NOM EST INCONNU DE LA BIBLIOTHEQUE
016220* N'A PAS DE DEFINITION A CONTROLER : MOTIF 08
016221      IF WS-QRY-ABSENTE
016222          MOVE 0 TO WS-CUBE-CUR
016223          MOVE '08' TO WS-MOTIF-REJET
016224          GO TO 1008-VALIDE-TRANSACT-FIN
016225      END-IF.
016226* REQUETE NOMMEE NON DEVELOPPEE FAUTE D'HABILITATION (CF. 1006-) :
016227* LE CUBE DE LA REQUETE Y A DEJA ETE RESOLU
016228      IF WS-QRY-REFUSEE
016229          MOVE '10' TO WS-MOTIF-REJET
016230          GO TO 1008-VALIDE-TRANSACT-FIN
016231      END-IF.
016232*
016233* LE CUBE VISE EST RESOLU EN PREMIER : UNE TRANSACTION QUI NOMME
016240* UN CUBE NON CHARGE EST REJETEE SOUS LE MOTIF 07
016250      PERFORM 0140-TROUVE-CUBE-DEB
016260         THRU 0140-TROUVE-CUBE-FIN.
016270      IF WS-CUBE-CUR = 0
016280          MOVE '07' TO WS-MOTIF-REJET
016281          GO TO 1008-VALIDE-TRANSACT-FIN
016282      END-IF.
016283* UN PLAN D'AGREGAT OU DE GRILLE DESIGNE PAR SON LIBELLE EST
016284* RAMENE A SON INDICE SUR L'AXE DEMANDE, DANS LE DICTIONNAIRE
016285* RESOLU POUR LE CUBE VISE (MOTIF 09 SI LE LIBELLE EST INCONNU)
016286      IF WS-LIB-PLAN-DEMANDE NOT = SPACES
016287         AND (WS-RECH-AGREGAT OR WS-RECH-GRILLE)
016288          PERFORM 1030-RESOUT-LIB-PLAN-DEB
016289             THRU 1030-RESOUT-LIB-PLAN-FIN
016290          IF WS-MOTIF-REJET NOT = SPACES
016291              GO TO 1008-VALIDE-TRANSACT-FIN
016292          END-IF
016300      END-IF.
016310      EVALUATE TRUE
016320          WHEN WS-RECH-EXACTE
016740                     OR WS-CONS-COLONNE = 0
016750                     OR WS-CONS-COLONNE > WS-DIM-COLONNE
016760                     OR WS-CONS-HAUTEUR = 0
016761                     OR WS-CONS-HAUTEUR > WS-DIM-HAUTEUR
016762                      MOVE '06' TO WS-MOTIF-REJET
016763                  END-IF
016764              END-IF
016765          WHEN WS-RECH-GRILLE
016766              IF WS-AXE-RECH NOT = 'L'
016767                 AND WS-AXE-RECH NOT = 'C'
016768                 AND WS-AXE-RECH NOT = 'H'
016769                  MOVE '05' TO WS-MOTIF-REJET
016770              ELSE
016771                  IF WS-AXE-IDX IS NOT NUMERIC
016772                     OR WS-AXE-IDX = 0
016773                     OR (WS-AXE-RECH = 'L'
016774                         AND WS-AXE-IDX > WS-DIM-LIGNE)
016775                     OR (WS-AXE-RECH = 'C'
016776                         AND WS-AXE-IDX > WS-DIM-COLONNE)
016777                     OR (WS-AXE-RECH = 'H'
016778                         AND WS-AXE-IDX > WS-DIM-HAUTEUR)
016779                      MOVE '05' TO WS-MOTIF-REJET
016780                  END-IF
016781              END-IF
016782          WHEN OTHER
016783              MOVE '04' TO WS-MOTIF-REJET
016784      END-EVALUATE.
016785*
016786* TRANSACTION BIEN FORMEE : LE SERVICE EMETTEUR DU GROUPE DOIT
016787* ETRE HABILITE AU CUBE, AU PLAN ET AU MODE DEMANDES (MOTIF 10)
016788      IF WS-MOTIF-REJET = SPACES
016789          MOVE WS-MODE-RECH TO WS-AUT-MODE
016790          PERFORM 1040-CONTROLE-HABILIT-DEB
016791             THRU 1040-CONTROLE-HABILIT-FIN
016792          IF NOT WS-AUT-OK
016793              MOVE '10' TO WS-MOTIF-REJET
016794          END-IF
016795      END-IF.
016796*
016797* CONSULTATION A DATE : LE CUBE VISE EST RECONSTITUE TEL QU'IL
016798* ETAIT A CETTE GENERATION ; DATE ILLISIBLE OU SANS GENERATION
016799* DE CE CUBE DANS CUBEHIST = MOTIF 11
016800      IF WS-MOTIF-REJET = SPACES
016801         AND WS-DATE-ASOF-DEMANDE NOT = SPACES
016802          PERFORM 1050-RECONSTITUE-HIST-DEB
016803             THRU 1050-RECONSTITUE-HIST-FIN
016804          IF WS-HIST-NB-POSTES = 0
016805              MOVE '11' TO WS-MOTIF-REJET
016806          END-IF
016807      END-IF.
016808*
016809  1008-VALIDE-TRANSACT-FIN.
016810      EXIT.
016811*
016812*---------------------------------------------------------------*
016813*   RESOLUTION D'UN LIBELLE DE PLAN : RECHERCHE DU LIBELLE PARMI *
016814*   LES INDICES DE L'AXE DEMANDE DU CUBE VISE. AXE ABSENT OU     *
016815*   INVALIDE = MOTIF 05 ; LIBELLE INCONNU, OU INDICE FRAPPE EN   *
016816*   MEME TEMPS QUI DESIGNE UN AUTRE PLAN = MOTIF 09. SINON       *
016817*   L'INDICE TROUVE REMPLACE L'INDICE DE LA TRANSACTION          *
016818*---------------------------------------------------------------*
016819  1030-RESOUT-LIB-PLAN-DEB.
016820*
016821      EVALUATE WS-AXE-RECH
016822          WHEN 'L'
016823              MOVE 1 TO WS-IAXE
016824          WHEN 'C'
016825              MOVE 2 TO WS-IAXE
016826          WHEN 'H'
016827              MOVE 3 TO WS-IAXE
016828          WHEN OTHER
016829              MOVE '05' TO WS-MOTIF-REJET
016830              GO TO 1030-RESOUT-LIB-PLAN-FIN
016831      END-EVALUATE.
016832      MOVE 0 TO WS-LIB-TROUVE.
016833      PERFORM 1032-COMPARE-LIB-PLAN-DEB
016834         THRU 1032-COMPARE-LIB-PLAN-FIN
016835      VARYING WS-IIDX FROM 1 BY 1
016836        UNTIL WS-IIDX > 10
016837           OR WS-LIB-TROUVE > 0.
016838      IF WS-LIB-TROUVE = 0
016839          MOVE '09' TO WS-MOTIF-REJET
016840          GO TO 1030-RESOUT-LIB-PLAN-FIN
016841      END-IF.
016842      IF WS-AXE-IDX IS NUMERIC
016843         AND WS-AXE-IDX NOT = 0
016844         AND WS-AXE-IDX NOT = WS-LIB-TROUVE
016845          MOVE '09' TO WS-MOTIF-REJET
016846          GO TO 1030-RESOUT-LIB-PLAN-FIN
016847      END-IF.
016848      MOVE WS-LIB-TROUVE TO WS-AXE-IDX.
016849*
016850  1030-RESOUT-LIB-PLAN-FIN.
016851      EXIT.
016852*
016853  1032-COMPARE-LIB-PLAN-DEB.
016854*
016855      IF WS-LIB-INDICE (WS-CUBE-CUR, WS-IAXE, WS-IIDX)
016856                                    = WS-LIB-PLAN-DEMANDE
016857          MOVE WS-IIDX TO WS-LIB-TROUVE
016858      END-IF.
016859*
016860  1032-COMPARE-LIB-PLAN-FIN.
016861      EXIT.
016862*
016863*---------------------------------------------------------------*
016864*   CONTROLE D'HABILITATION DU SERVICE EMETTEUR DU GROUPE EN     *
016865*   COURS POUR LE MODE WS-AUT-MODE SUR LE CUBE WS-CUBE-CUR :     *
016866*   WS-AUT-OK-SW A 'O' DES QU'UNE LIGNE DU SERVICE CONVIENT.     *
016867*   SANS SERVAUT, TOUT EST PERMIS. UNE LIGNE LIMITEE A UN PLAN   *
016868*   NE COUVRE QUE L'AGREGAT OU LA GRILLE DE CE PLAN ET LA        *
016869*   CONSULTATION 'P' D'UN POSTE DE CE PLAN ; LES RECHERCHES E/R  *
016870*   ET L'AGREGAT SUR LE CUBE ENTIER DEMANDENT UNE LIGNE SANS AXE *
016871*---------------------------------------------------------------*
016872  1040-CONTROLE-HABILIT-DEB.
016873*
016874      IF NOT WS-AUT-ACTIF
016875          MOVE 'O' TO WS-AUT-OK-SW
016876          GO TO 1040-CONTROLE-HABILIT-FIN
016877      END-IF.
016878      MOVE 'N' TO WS-AUT-OK-SW.
016879      PERFORM 1042-COMPARE-HABILIT-DEB
016880         THRU 1042-COMPARE-HABILIT-FIN
016881      VARYING WS-IAUT FROM 1 BY 1
016882        UNTIL WS-IAUT > WS-NB-AUTS
016883           OR WS-AUT-OK.
016884*
016885  1040-CONTROLE-HABILIT-FIN.
016886      EXIT.
016887*
016888  1042-COMPARE-HABILIT-DEB.
016889*
016890      IF WS-AUT-SERVICE (WS-IAUT)
016891                         NOT = WS-LOT-SERVICE-T (WS-LOT-CUR)
016892          GO TO 1042-COMPARE-HABILIT-FIN
016893      END-IF.
016894      IF WS-AUT-CUBE (WS-IAUT) NOT = SPACES
016895         AND WS-AUT-CUBE (WS-IAUT) NOT = WS-CUBE-NOM (WS-CUBE-CUR)
016896          GO TO 1042-COMPARE-HABILIT-FIN
016897      END-IF.
016898      IF WS-AUT-MODES (WS-IAUT) NOT = SPACES
016899          MOVE 0 TO WS-AUT-TALLY
016900          INSPECT WS-AUT-MODES (WS-IAUT)
016901              TALLYING WS-AUT-TALLY FOR ALL WS-AUT-MODE
016902          IF WS-AUT-TALLY = 0
016903              GO TO 1042-COMPARE-HABILIT-FIN
016904          END-IF
016905      END-IF.
016906*
016907      IF WS-AUT-AXE (WS-IAUT) = SPACE
016908         OR WS-AUT-CUBE-SEUL
016909          MOVE 'O' TO WS-AUT-OK-SW
016910          GO TO 1042-COMPARE-HABILIT-FIN
016911      END-IF.
016912*
016913* LIGNE LIMITEE A UNE TRANCHE DE PLANS D'UN AXE : COORDONNEE DE
016914* LA TRANSACTION SUR CET AXE
016915      EVALUATE TRUE
016916          WHEN (WS-RECH-AGREGAT AND WS-AXE-RECH NOT = SPACE)
016917            OR WS-RECH-GRILLE
016918              IF WS-AXE-RECH NOT = WS-AUT-AXE (WS-IAUT)
016919                  GO TO 1042-COMPARE-HABILIT-FIN
016920              END-IF
016921              MOVE WS-AXE-IDX TO WS-AUT-COORD
016922          WHEN WS-RECH-POSITION
016923              EVALUATE WS-AUT-AXE (WS-IAUT)
016924                  WHEN 'L'
016925                      MOVE WS-CONS-LIGNE   TO WS-AUT-COORD
016926                  WHEN 'C'
016927                      MOVE WS-CONS-COLONNE TO WS-AUT-COORD
016928                  WHEN OTHER
016929                      MOVE WS-CONS-HAUTEUR TO WS-AUT-COORD
016930              END-EVALUATE
016931          WHEN OTHER
016932              GO TO 1042-COMPARE-HABILIT-FIN
016933      END-EVALUATE.
016934      IF WS-AUT-COORD NOT < WS-AUT-IDX-DEB (WS-IAUT)
016935         AND WS-AUT-COORD NOT > WS-AUT-IDX-FIN (WS-IAUT)
016936          MOVE 'O' TO WS-AUT-OK-SW
016937      END-IF.
016938*
016939  1042-COMPARE-HABILIT-FIN.
016940      EXIT.
016941*
016942*---------------------------------------------------------------*
016943*   RECONSTITUTION DU CUBE VISE (WS-CUBE-CUR) TEL QU'IL ETAIT A  *
016944*   LA GENERATION WS-DATE-ASOF-DEMANDE : LECTURE DE CUBEHIST,    *
016945*   SEULS LES POSTES DE CETTE DATE ET DE CE CUBE SONT RANGES     *
016946*   DANS WS-TABLEAU-HIST (UN POSTE ABSENT VAUT ZERO, COMME AU    *
016947*   CHARGEMENT DU CUBE COURANT). WS-HIST-NB-POSTES A ZERO =      *
016948*   AUCUNE GENERATION DE CE CUBE A CETTE DATE                    *
016949*---------------------------------------------------------------*
016950  1050-RECONSTITUE-HIST-DEB.
016951*
016952      IF WS-CUBE-CUR = WS-HIST-CLE-ICUBE
016953         AND WS-DATE-ASOF-DEMANDE = WS-HIST-CLE-DATE
016954          GO TO 1050-RECONSTITUE-HIST-FIN
016955      END-IF.
016956      MOVE WS-CUBE-CUR          TO WS-HIST-CLE-ICUBE.
016957      MOVE WS-DATE-ASOF-DEMANDE TO WS-HIST-CLE-DATE.
016958      MOVE 0 TO WS-HIST-NB-POSTES.
016959      INITIALIZE WS-TABLEAU-HIST.
016960* UNE DATE ILLISIBLE NE DESIGNE AUCUNE GENERATION
016961      IF WS-DATE-ASOF-DEMANDE IS NOT NUMERIC
016962         OR WS-HIST-ABSENT
016963          GO TO 1050-RECONSTITUE-HIST-FIN
016964      END-IF.
016965*
016966      OPEN INPUT CUBE-HIST-FILE.
016967      IF NOT WS-HIST-FILE-OK
016968          MOVE 'O' TO WS-HIST-ABSENT-SW
016969          DISPLAY '*========================================*'
016970          DISPLAY '*  FICHIER CUBEHIST ABSENT : TOUTE       *'
016971          DISPLAY '*  CONSULTATION A DATE EST REJETEE       *'
016972          DISPLAY '*  CODE STATUT : ' WS-HIST-FILE-STATUS
016973          DISPLAY '*========================================*'
016974          GO TO 1050-RECONSTITUE-HIST-FIN
016975      END-IF.
016976      MOVE 'N' TO WS-HIST-FIN-SW.
016977      PERFORM 1052-LECTURE-HIST-DEB
016978         THRU 1052-LECTURE-HIST-FIN
016979        UNTIL WS-HIST-TERMINE.
016980      CLOSE CUBE-HIST-FILE.
016981*
016982  1050-RECONSTITUE-HIST-FIN.
016983      EXIT.
016984*
016985  1052-LECTURE-HIST-DEB.
016986*
016987      READ CUBE-HIST-FILE
016988          AT END
016989              MOVE 'O' TO WS-HIST-FIN-SW
016990              GO TO 1052-LECTURE-HIST-FIN
016991      END-READ.
016992*
016993* LES GENERATIONS SONT RANGEES PAR DATE CROISSANTE : PASSE LA
016994* DATE DEMANDEE, LA LECTURE S'ARRETE
016995      IF HIS-DATE-GEN IS NUMERIC
016996         AND HIS-DATE-GEN > WS-HIST-CLE-DATE
016997          MOVE 'O' TO WS-HIST-FIN-SW
016998          GO TO 1052-LECTURE-HIST-FIN
016999      END-IF.
017000      IF HIS-DATE-GEN NOT = WS-HIST-CLE-DATE
017001          GO TO 1052-LECTURE-HIST-FIN
017002      END-IF.
017003* UN POSTE SANS NOM DE CUBE APPARTIENT AU PREMIER CUBE, COMME
017004* DANS CUBEIN
017005      IF HIS-CUBE NOT = WS-CUBE-NOM (WS-HIST-CLE-ICUBE)
017006         AND (HIS-CUBE NOT = SPACES OR WS-HIST-CLE-ICUBE NOT = 1)
017007          GO TO 1052-LECTURE-HIST-FIN
017008      END-IF.
017009      IF HIS-LIGNE   IS NOT NUMERIC OR HIS-LIGNE   = 0
017010         OR HIS-LIGNE   > 10
017011         OR HIS-COLONNE IS NOT NUMERIC OR HIS-COLONNE = 0
017012         OR HIS-COLONNE > 10
017013         OR HIS-HAUTEUR IS NOT NUMERIC OR HIS-HAUTEUR = 0
017014         OR HIS-HAUTEUR > 10
017015         OR HIS-VALEUR  IS NOT NUMERIC
017016          GO TO 1052-LECTURE-HIST-FIN
017017      END-IF.
017018      MOVE HIS-VALEUR TO WS-CELL-HIST
017019                         (HIS-LIGNE, HIS-COLONNE, HIS-HAUTEUR).
017020      ADD 1 TO WS-HIST-NB-POSTES.
017021*
017022  1052-LECTURE-HIST-FIN.
017030      EXIT.
017040*
017050  1010-ITERATION-DEB.
017160      IF WS-MOTIF-REJET NOT = SPACES
017170          PERFORM 2020-ECRIT-REJET-DEB
017180             THRU 2020-ECRIT-REJET-FIN
017181          GO TO 1010-ITERATION-SUITE-DEB
017182      END-IF.
017183*
017184*---------------------------------------------------------------*
017185* CONSULTATION A DATE : L'IMAGE RECONSTITUEE PAR 1008- PREND LA *
017186* PLACE DU CUBE COURANT LE TEMPS DE LA TRANSACTION (TOUS LES    *
017187* MODES LA LISENT SANS AUTRE CHANGEMENT) ; L'IMAGE COURANTE EST *
017188* RESTITUEE EN 1010-ITERATION-SUITE                             *
017189*---------------------------------------------------------------*
017190      MOVE 'COURANT' TO WS-GEN-UTILISEE.
017191      IF WS-DATE-ASOF-DEMANDE NOT = SPACES
017192          MOVE WS-DATE-ASOF-DEMANDE TO WS-GEN-UTILISEE
017193          MOVE WS-CUBE-CUR TO WS-HIST-ICUBE
017194          MOVE WS-TABLEAU-1 (WS-HIST-ICUBE) TO WS-TABLEAU-SAUV
017195          MOVE WS-TABLEAU-HIST TO WS-TABLEAU-1 (WS-HIST-ICUBE)
017196          MOVE 'O' TO WS-HIST-PERMUTE-SW
017197*        LA VUE TRIEE D'ADSOTP8 EST CELLE DU CUBE COURANT
017198          CANCEL 'ADSOTP8'
017200      END-IF.
017210*
017220      IF WS-RECH-GRILLE
017690          STRING 'ETAPE 2 - INTERVALLE RECHERCHE '
017700                  WS-COMPTEUR
017710                 ' : DE ' WS-LOW-ED ' A ' WS-HIGH-ED
017715                 ' GEN ' WS-GEN-UTILISEE
017720                  DELIMITED BY SIZE
017730          INTO WS-LEDIT
017740      ELSE
017750          STRING 'ETAPE 2 - VALEUR RECHERCHEE '
017760              WS-COMPTEUR
017770             ' : '
017776              WS-E-ED
017782                 ' GEN ' WS-GEN-UTILISEE DELIMITED BY SIZE
017790          INTO WS-LEDIT
017800      END-IF.
017810      DISPLAY WS-LEDIT.
017850      MOVE SPACE TO WS-LEDIT.
017860      STRING 'TROUVEE '
017870              WS-S
017876             ' FOIS DANS LES POSTES (GEN '
017882             WS-GEN-UTILISEE ') : ' DELIMITED BY SIZE
017890      INTO WS-LEDIT.
017900      DISPLAY WS-LEDIT.
017910      MOVE WS-LEDIT TO WS-RPT-LIGNE.
018010      DISPLAY SPACE.
018020*
018030  1010-ITERATION-SUITE-DEB.
018031*
018032      IF WS-HIST-PERMUTE
018033          MOVE WS-TABLEAU-SAUV TO WS-TABLEAU-1 (WS-HIST-ICUBE)
018034          MOVE 'N' TO WS-HIST-PERMUTE-SW
018035          CANCEL 'ADSOTP8'
018036      END-IF.
018040*
018050*---------------------------------------------------------------*
018060*   POINT DE CONTROLE EN SORTIE DE PARAGRAPHE : LA TRANSACTION   *
018230      EXIT.
018240*
018250  1020-AFFICH-TAB-3-DEB.
018251           MOVE WS-CUBE-CUR        TO WS-LIB-ICUBE.
018252           MOVE WS-CELL-X (WS-I-X) TO WS-LIB-X.
018253           MOVE WS-CELL-Y (WS-I-X) TO WS-LIB-Y.
018254           MOVE WS-CELL-Z (WS-I-X) TO WS-LIB-Z.
018255           PERFORM 0090-LIBELLES-POSTE-DEB
018256              THRU 0090-LIBELLES-POSTE-FIN.
018260           MOVE SPACE TO WS-LEDIT.
018270           STRING WS-CELL-X (WS-I-X)
018280             ' , '
018290             WS-CELL-Y (WS-I-X)
018300             ' , '
018303             WS-CELL-Z (WS-I-X)
018306             '  '
018309             WS-GEN-UTILISEE     DELIMITED BY SIZE
018320           INTO WS-LEDIT.
018330*
018340           DISPLAY WS-LEDIT.
018350           MOVE WS-LEDIT TO WS-RPT-LIGNE.
018360           PERFORM 4000-ECRIT-RPT-DEB
018362              THRU 4000-ECRIT-RPT-FIN.
018364           PERFORM 1017-EDITE-LIBELLES-POSTE-DEB
018366              THRU 1017-EDITE-LIBELLES-POSTE-FIN.
018370*
018380           MOVE WS-CELL-VAL (WS-I-X) TO WS-VAL-ED.
018381           INSPECT WS-VAL-ED REPLACING ALL ',' BY '.'.
018430             ',' WS-CELL-Y (WS-I-X)
018440             ',' WS-CELL-Z (WS-I-X)
018450             ',' WS-CUBE-NOM (WS-CUBE-CUR)  DELIMITED BY SIZE
018452             WS-LIB-CSV                     DELIMITED BY '  '
018454             ','                            DELIMITED BY SIZE
018456             WS-GEN-UTILISEE                DELIMITED BY SPACE
018460           INTO WS-CSV-LINE.
018470           MOVE WS-CSV-LINE TO WS-RCSV-LIGNE.
018480           PERFORM 4010-ECRIT-RCSV-DEB
018720              INSPECT WS-AGG-MOY-ED REPLACING ALL ',' BY '.'
018730              MOVE WS-AGG-MOY-ED   TO WS-AGG-RES-ED
018740      END-EVALUATE.
018741*
018742* LIBELLE DU PLAN RESTREINT (SEULE LA COORDONNEE DE SON AXE EST
018743* POSEE) ET LIBELLE DU CUBE, POUR L'EDITION ET POUR RESCSV
018744      MOVE WS-CUBE-CUR TO WS-LIB-ICUBE.
018745      MOVE 0 TO WS-LIB-X WS-LIB-Y WS-LIB-Z.
018746      EVALUATE WS-AXE-RECH
018747          WHEN 'L'
018748              MOVE WS-AXE-IDX TO WS-LIB-X
018749          WHEN 'C'
018750              MOVE WS-AXE-IDX TO WS-LIB-Y
018751          WHEN 'H'
018752              MOVE WS-AXE-IDX TO WS-LIB-Z
018753      END-EVALUATE.
018754      PERFORM 0090-LIBELLES-POSTE-DEB
018755         THRU 0090-LIBELLES-POSTE-FIN.
018760      MOVE SPACE TO WS-LEDIT.
018770      IF WS-AXE-RECH = SPACE
018780          STRING 'ETAPE 2 - AGREGAT ' WS-COMPTEUR
018820      ELSE
018830          STRING 'ETAPE 2 - AGREGAT ' WS-COMPTEUR
018840                 ' MODE ' WS-MODE-RECH
018850                 ' SUR PLAN ' WS-AXE-RECH ' ' WS-AXE-IDX ' '
018860                  DELIMITED BY SIZE
018862                 WS-LIB-P-LIGNE   DELIMITED BY '  '
018864                 WS-LIB-P-COLONNE DELIMITED BY '  '
018866                 WS-LIB-P-HAUTEUR DELIMITED BY '  '
018870          INTO WS-LEDIT
018880      END-IF.
018890      DISPLAY WS-LEDIT.
018920*
018930      MOVE SPACE TO WS-LEDIT.
018940      STRING 'RESULTAT = ' WS-AGG-RES-ED
018946             ' (SUR ' WS-AGG-NB ' POSTES)'
018952             ' GEN ' WS-GEN-UTILISEE DELIMITED BY SIZE
018960      INTO WS-LEDIT.
018970      DISPLAY WS-LEDIT.
018980      MOVE WS-LEDIT TO WS-RPT-LIGNE.
019070             ',' WS-AXE-RECH
019080             ',' WS-AXE-IDX ','
019090             ',' WS-CUBE-NOM (WS-CUBE-CUR)  DELIMITED BY SIZE
019092             WS-LIB-CSV                     DELIMITED BY '  '
019094             ','                            DELIMITED BY SIZE
019096             WS-GEN-UTILISEE                DELIMITED BY SPACE
019100      INTO WS-CSV-LINE.
019110      MOVE WS-CSV-LINE TO WS-RCSV-LIGNE.
019120      PERFORM 4010-ECRIT-RCSV-DEB
019290          WHEN 'H'
019300              MOVE WS-DIM-LIGNE   TO WS-GRL-NBLIG
019310              MOVE WS-DIM-COLONNE TO WS-GRL-NBCOL
019312              MOVE 1 TO WS-GRL-AXE-MARGE
019314              MOVE 2 TO WS-GRL-AXE-TETE
019316              MOVE 3 TO WS-IAXE
019320          WHEN 'L'
019330              MOVE WS-DIM-COLONNE TO WS-GRL-NBLIG
019340              MOVE WS-DIM-HAUTEUR TO WS-GRL-NBCOL
019342              MOVE 2 TO WS-GRL-AXE-MARGE
019344              MOVE 3 TO WS-GRL-AXE-TETE
019346              MOVE 1 TO WS-IAXE
019350          WHEN 'C'
019360              MOVE WS-DIM-LIGNE   TO WS-GRL-NBLIG
019370              MOVE WS-DIM-HAUTEUR TO WS-GRL-NBCOL
019372              MOVE 1 TO WS-GRL-AXE-MARGE
019374              MOVE 3 TO WS-GRL-AXE-TETE
019376              MOVE 2 TO WS-IAXE
019380      END-EVALUATE.
019383      MOVE WS-LIB-INDICE (WS-CUBE-CUR, WS-IAXE, WS-AXE-IDX)
019386        TO WS-GRL-LIB-PLAN.
019390*
019400      MOVE SPACE TO WS-LEDIT.
019410      STRING 'ETAPE 2 - TRANCHE ' WS-COMPTEUR
019420             ' CUBE ' WS-CUBE-NOM (WS-CUBE-CUR)
019430             ' AXE ' WS-AXE-RECH ' INDICE ' WS-AXE-IDX ' '
019440              DELIMITED BY SIZE
019445             WS-GRL-LIB-PLAN DELIMITED BY '  '
019450      INTO WS-LEDIT.
019460      DISPLAY WS-LEDIT.
019470      MOVE WS-LEDIT TO WS-RPT-LIGNE.
019480      PERFORM 4000-ECRIT-RPT-DEB
019482         THRU 4000-ECRIT-RPT-FIN.
019483* LES LIGNES DE LA GRILLE N'ONT PAS LA PLACE DE LA GENERATION :
019484* ELLE EST EDITEE UNE FOIS SOUS LE TITRE (ET PORTEE PAR CHAQUE
019485* LIGNE DE TRNCSV)
019486      MOVE SPACE TO WS-LEDIT.
019487      STRING '  GENERATION : ' WS-GEN-UTILISEE DELIMITED BY SIZE
019488      INTO WS-LEDIT.
019489      DISPLAY WS-LEDIT.
019490      MOVE WS-LEDIT TO WS-RPT-LIGNE.
019491      PERFORM 4000-ECRIT-RPT-DEB
019492         THRU 4000-ECRIT-RPT-FIN.
019493*
019494* LEGENDE DES LIBELLES DU DICTIONNAIRE : LIBELLE DU CUBE, PUIS
019495* LIBELLES DES NUMEROS PORTES EN TETE ET EN MARGE DE LA GRILLE.
019496* LA FEUILLE TRNCSV RECOIT UNE LIGNE DES LIBELLES DE COLONNES
019497      IF WS-LIB-CUBE (WS-CUBE-CUR) NOT = SPACES
019498          MOVE SPACE TO WS-LEDIT
019499          STRING '  CUBE ' WS-CUBE-NOM (WS-CUBE-CUR) ' : '
019500                 WS-LIB-CUBE (WS-CUBE-CUR) DELIMITED BY SIZE
019501          INTO WS-LEDIT
019502          DISPLAY WS-LEDIT
019503          MOVE WS-LEDIT TO WS-RPT-LIGNE
019504          PERFORM 4000-ECRIT-RPT-DEB
019505             THRU 4000-ECRIT-RPT-FIN
019506      END-IF.
019507      PERFORM 1024-GRILLE-LEGENDE-TETE-DEB
019508         THRU 1024-GRILLE-LEGENDE-TETE-FIN
019509      VARYING WS-GRL-COL FROM 1 BY 1
019510        UNTIL WS-GRL-COL > WS-GRL-NBCOL.
019511      PERFORM 1025-GRILLE-LEGENDE-MARGE-DEB
019512         THRU 1025-GRILLE-LEGENDE-MARGE-FIN
019513      VARYING WS-GRL-LIG FROM 1 BY 1
019514        UNTIL WS-GRL-LIG > WS-GRL-NBLIG.
019515      IF WS-NB-DICS > 0
019516          PERFORM 1027-GRILLE-CSV-LIBELLES-DEB
019517             THRU 1027-GRILLE-CSV-LIBELLES-FIN
019518      END-IF.
019519*
019520      MOVE SPACE TO WS-GRL-LIGNE.
019521      MOVE 5 TO WS-GRL-PTR.
019522      PERFORM 1021-GRILLE-ENTETE-DEB
019530         THRU 1021-GRILLE-ENTETE-FIN
019540      VARYING WS-GRL-COL FROM 1 BY 1
019550        UNTIL WS-GRL-COL > WS-GRL-NBCOL.
019980      PERFORM 1023-GRILLE-CASE-DEB
019990         THRU 1023-GRILLE-CASE-FIN
020000      VARYING WS-GRL-COL FROM 1 BY 1
020001        UNTIL WS-GRL-COL > WS-GRL-NBCOL.
020002* LA FEUILLE GARDE DIX COLONNES DE MONTANTS QUELLES QUE SOIENT
020003* LES DIMENSIONS, SUIVIES DES LIBELLES DU PLAN ET DE LA LIGNE
020004      COMPUTE WS-GRL-COL = WS-GRL-NBCOL + 1.
020005      PERFORM 1026-GRILLE-CASE-VIDE-DEB
020006         THRU 1026-GRILLE-CASE-VIDE-FIN
020007        UNTIL WS-GRL-COL > 10.
020008      STRING ','                 DELIMITED BY SIZE
020009             WS-GRL-LIB-PLAN     DELIMITED BY '  '
020010             ','                 DELIMITED BY SIZE
020011             WS-LIB-INDICE (WS-CUBE-CUR,
020012                            WS-GRL-AXE-MARGE, WS-GRL-LIG)
020013                                 DELIMITED BY '  '
020014             ','                 DELIMITED BY SIZE
020015             WS-GEN-UTILISEE     DELIMITED BY SPACE
020016      INTO WS-GRL-CSV
020017      WITH POINTER WS-GRL-PTR2.
020020*
020030      DISPLAY WS-GRL-LIGNE.
020040      MOVE WS-GRL-LIGNE TO WS-RPT-LIGNE.
020306      STRING WS-GRL-ENT-ED ' ' DELIMITED BY SIZE
020307      INTO WS-GRL-LIGNE
020308      WITH POINTER WS-GRL-PTR.
020309      STRING ',' WS-GRL-VAL-ED DELIMITED BY SIZE
020310      INTO WS-GRL-CSV
020311      WITH POINTER WS-GRL-PTR2.
020312*
020313  1023-GRILLE-CASE-FIN.
020314      EXIT.
020315*
020316*---------------------------------------------------------------*
020317*   LEGENDE DE LA GRILLE : UNE LIGNE PAR NUMERO DE TETE (1024-)  *
020318*   OU DE MARGE (1025-) QUI A UN LIBELLE AU DICTIONNAIRE         *
020319*---------------------------------------------------------------*
020320  1024-GRILLE-LEGENDE-TETE-DEB.
020321*
020322      IF WS-LIB-INDICE (WS-CUBE-CUR, WS-GRL-AXE-TETE, WS-GRL-COL)
020323                                                    = SPACES
020324          GO TO 1024-GRILLE-LEGENDE-TETE-FIN
020325      END-IF.
020326      MOVE SPACE TO WS-LEDIT.
020327      STRING '  EN TETE  ' WS-GRL-COL ' : '
020328             WS-LIB-INDICE (WS-CUBE-CUR,
020329                            WS-GRL-AXE-TETE, WS-GRL-COL)
020330              DELIMITED BY SIZE
020331      INTO WS-LEDIT.
020332      DISPLAY WS-LEDIT.
020333      MOVE WS-LEDIT TO WS-RPT-LIGNE.
020334      PERFORM 4000-ECRIT-RPT-DEB
020335         THRU 4000-ECRIT-RPT-FIN.
020336*
020337  1024-GRILLE-LEGENDE-TETE-FIN.
020338      EXIT.
020339*
020340  1025-GRILLE-LEGENDE-MARGE-DEB.
020341*
020342      IF WS-LIB-INDICE (WS-CUBE-CUR, WS-GRL-AXE-MARGE, WS-GRL-LIG)
020343                                                    = SPACES
020344          GO TO 1025-GRILLE-LEGENDE-MARGE-FIN
020345      END-IF.
020346      MOVE SPACE TO WS-LEDIT.
020347      STRING '  EN MARGE ' WS-GRL-LIG ' : '
020348             WS-LIB-INDICE (WS-CUBE-CUR,
020349                            WS-GRL-AXE-MARGE, WS-GRL-LIG)
020350              DELIMITED BY SIZE
020351      INTO WS-LEDIT.
020352      DISPLAY WS-LEDIT.
020353      MOVE WS-LEDIT TO WS-RPT-LIGNE.
020354      PERFORM 4000-ECRIT-RPT-DEB
020355         THRU 4000-ECRIT-RPT-FIN.
020356*
020357  1025-GRILLE-LEGENDE-MARGE-FIN.
020358      EXIT.
020359*
020360  1026-GRILLE-CASE-VIDE-DEB.
020361*
020362      STRING ',' DELIMITED BY SIZE
020363      INTO WS-GRL-CSV
020364      WITH POINTER WS-GRL-PTR2.
020365      ADD 1 TO WS-GRL-COL.
020366*
020367  1026-GRILLE-CASE-VIDE-FIN.
020368      EXIT.
020369*
020370*---------------------------------------------------------------*
020371*   LIGNE DES LIBELLES DE COLONNES DE LA TRANCHE DANS TRNCSV :   *
020372*   ROW = LIB, UNE COLONNE PAR NUMERO DE TETE, PUIS LE LIBELLE   *
020373*   DU PLAN (LIBELLE DE LIGNE A BLANC)                           *
020374*---------------------------------------------------------------*
020375  1027-GRILLE-CSV-LIBELLES-DEB.
020376*
020377      MOVE SPACE TO WS-GRL-CSV.
020378      MOVE 1 TO WS-GRL-PTR2.
020379      STRING WS-CUBE-NOM (WS-CUBE-CUR) ','
020380             WS-AXE-RECH ',' WS-AXE-IDX ',LIB' DELIMITED BY SIZE
020381      INTO WS-GRL-CSV
020382      WITH POINTER WS-GRL-PTR2.
020383      PERFORM 1028-GRILLE-CSV-LIBELLE-DEB
020384         THRU 1028-GRILLE-CSV-LIBELLE-FIN
020385      VARYING WS-GRL-COL FROM 1 BY 1
020386        UNTIL WS-GRL-COL > 10.
020387      STRING ','                 DELIMITED BY SIZE
020388             WS-GRL-LIB-PLAN     DELIMITED BY '  '
020389             ','                 DELIMITED BY SIZE
020390             ','                 DELIMITED BY SIZE
020391             WS-GEN-UTILISEE     DELIMITED BY SPACE
020392      INTO WS-GRL-CSV
020393      WITH POINTER WS-GRL-PTR2.
020394      MOVE WS-GRL-CSV TO TRN-CSV-RECORD.
020395      WRITE TRN-CSV-RECORD.
020396*
020397  1027-GRILLE-CSV-LIBELLES-FIN.
020398      EXIT.
020399*
020400  1028-GRILLE-CSV-LIBELLE-DEB.
020401*
020402      STRING ',' DELIMITED BY SIZE
020403      INTO WS-GRL-CSV
020404      WITH POINTER WS-GRL-PTR2.
020405      IF WS-GRL-COL NOT > WS-GRL-NBCOL
020406          STRING WS-LIB-INDICE
020407                     (WS-CUBE-CUR, WS-GRL-AXE-TETE, WS-GRL-COL)
020408                 DELIMITED BY '  '
020409          INTO WS-GRL-CSV
020410          WITH POINTER WS-GRL-PTR2
020411      END-IF.
020412*
020413  1028-GRILLE-CSV-LIBELLE-FIN.
020414      EXIT.
020415*
020416*---------------------------------------------------------------*
020417*   CONSULTATION DIRECTE 'P' D'UN POSTE PAR SES COORDONNEES :    *
020418*   READ PAR CLE SUR LE MAITRE INDEXE QUAND IL EST OUVERT,       *
020419*   SINON REPONSE DEPUIS WS-TABLEAU-1. L'INVERSE DE LA RECHERCHE *
020420*   PAR VALEUR D'ADSOTP8                                         *
020430*---------------------------------------------------------------*
020440  1018-CONSULTE-POSTE-DEB.
020470* CONSULTATION ARRIVANT ICI EST VALIDE
020480      ADD 1 TO WS-STAT-NB-CONS.
020490      ADD 1 TO WS-STAT-C-NB-CONS (WS-CUBE-CUR).
020491* LIBELLES DU POSTE CONSULTE, POUR RPTOUT ET RESCSV
020492      MOVE WS-CUBE-CUR     TO WS-LIB-ICUBE.
020493      MOVE WS-CONS-LIGNE   TO WS-LIB-X.
020494      MOVE WS-CONS-COLONNE TO WS-LIB-Y.
020495      MOVE WS-CONS-HAUTEUR TO WS-LIB-Z.
020496      PERFORM 0090-LIBELLES-POSTE-DEB
020497         THRU 0090-LIBELLES-POSTE-FIN.
020500*
020510*---------------------------------------------------------------*
020520* LE MAITRE INDEXE NE PORTE QUE LE PREMIER CUBE (GENERATION     *
020530* ADSOTP9) : LE READ DIRECT NE SERT QUE POUR CELUI-CI, LES      *
020540* AUTRES CUBES SONT CONSULTES DANS LEUR IMAGE EN MEMOIRE        *
020550*---------------------------------------------------------------*
020553* UNE CONSULTATION A DATE LIT L'IMAGE RECONSTITUEE, JAMAIS LE
020556* MAITRE DU JOUR
020560      IF WS-KSD-OUVERT AND WS-CUBE-CUR = 1
020565         AND NOT WS-HIST-PERMUTE
020570          MOVE WS-CONS-LIGNE   TO CKR-LIGNE
020580          MOVE WS-CONS-COLONNE TO CKR-COLONNE
020590          MOVE WS-CONS-HAUTEUR TO CKR-HAUTEUR
020760      STRING 'ETAPE 2 - CONSULTATION ' WS-COMPTEUR
020770             ' : POSTE (' WS-CONS-LIGNE ',' WS-CONS-COLONNE
020780             ',' WS-CONS-HAUTEUR ') = ' WS-VAL-ED
020785             ' GEN ' WS-GEN-UTILISEE
020790              DELIMITED BY SIZE
020800      INTO WS-LEDIT.
020810      DISPLAY WS-LEDIT.
020820      MOVE WS-LEDIT TO WS-RPT-LIGNE.
020830      PERFORM 4000-ECRIT-RPT-DEB
020832         THRU 4000-ECRIT-RPT-FIN.
020834      PERFORM 1017-EDITE-LIBELLES-POSTE-DEB
020836         THRU 1017-EDITE-LIBELLES-POSTE-FIN.
020840*
020850      MOVE SPACE TO WS-CSV-LINE.
020860      STRING WS-COMPTEUR ',' WS-MODE-RECH ',,,'
020890             ',' WS-CONS-COLONNE
020900             ',' WS-CONS-HAUTEUR
020910             ',' WS-CUBE-NOM (WS-CUBE-CUR)  DELIMITED BY SIZE
020912             WS-LIB-CSV                     DELIMITED BY '  '
020914             ','                            DELIMITED BY SIZE
020916             WS-GEN-UTILISEE                DELIMITED BY SPACE
020920      INTO WS-CSV-LINE.
020930      MOVE WS-CSV-LINE TO WS-RCSV-LIGNE.
020940      PERFORM 4010-ECRIT-RCSV-DEB
021050      STRING 'CONSULTATION ' WS-COMPTEUR
021060             ' : POSTE (' WS-CONS-LIGNE ',' WS-CONS-COLONNE
021070             ',' WS-CONS-HAUTEUR ') ABSENT DU MAITRE'
021075             ' GEN ' WS-GEN-UTILISEE
021080              DELIMITED BY SIZE
021090      INTO WS-LEDIT.
021100      DISPLAY WS-LEDIT.
021110      MOVE WS-LEDIT TO WS-RPT-LIGNE.
021120      PERFORM 4000-ECRIT-RPT-DEB
021122         THRU 4000-ECRIT-RPT-FIN.
021124      PERFORM 1017-EDITE-LIBELLES-POSTE-DEB
021126         THRU 1017-EDITE-LIBELLES-POSTE-FIN.
021130*
021140      MOVE SPACE TO WS-CSV-LINE.
021150      STRING WS-COMPTEUR ',' WS-MODE-RECH ',,,'
021180             ',' WS-CONS-COLONNE
021190             ',' WS-CONS-HAUTEUR
021200             ',' WS-CUBE-NOM (WS-CUBE-CUR)  DELIMITED BY SIZE
021202             WS-LIB-CSV                     DELIMITED BY '  '
021204             ','                            DELIMITED BY SIZE
021206             WS-GEN-UTILISEE                DELIMITED BY SPACE
021210      INTO WS-CSV-LINE.
021220      MOVE WS-CSV-LINE TO WS-RCSV-LIGNE.
021230      PERFORM 4010-ECRIT-RCSV-DEB
021232         THRU 4010-ECRIT-RCSV-FIN.
021233*
021234  1019-EDITE-POSTE-ABSENT-FIN.
021235      EXIT.
021236*
021237*---------------------------------------------------------------*
021238*   LIGNE DES LIBELLES DU POSTE CONSULTE SOUS SA LIGNE DE        *
021239*   RESULTAT DANS RPTOUT, QUAND LE DICTIONNAIRE EN PORTE         *
021240*---------------------------------------------------------------*
021241  1017-EDITE-LIBELLES-POSTE-DEB.
021242*
021243      IF WS-LIB-RPT = SPACES
021244          GO TO 1017-EDITE-LIBELLES-POSTE-FIN
021245      END-IF.
021246      MOVE SPACE TO WS-LEDIT.
021247      STRING '  LIBELLES : ' WS-LIB-RPT DELIMITED BY SIZE
021248      INTO WS-LEDIT.
021249      DISPLAY WS-LEDIT.
021250      MOVE WS-LEDIT TO WS-RPT-LIGNE.
021251      PERFORM 4000-ECRIT-RPT-DEB
021252         THRU 4000-ECRIT-RPT-FIN.
021253*
021254  1017-EDITE-LIBELLES-POSTE-FIN.
021260      EXIT.
021270*
021280  2000-VERIF-E-DEB.
021780*
021790      ADD 1 TO WS-REJ-NB.
021791      ADD 1 TO WS-REJ-NB-LOT (WS-LOT-CUR).
021793      IF WS-MOTIF-REJET = '10'
021795          ADD 1 TO WS-NAUT-NB-LOT (WS-LOT-CUR)
021797      END-IF.
021800      IF WS-CUBE-CUR > 0
021810          ADD 1 TO WS-STAT-C-NB-REJ (WS-CUBE-CUR)
021820      END-IF.
022210*
022220      MOVE SPACE TO WS-LEDIT.
022230      STRING 'ATTENTION - RECHERCHE ' WS-COMPTEUR
022236             ' TRONQUEE A 100 POSTES'
022242             ' GEN ' WS-GEN-UTILISEE DELIMITED BY SIZE
022250      INTO WS-LEDIT.
022260      MOVE WS-LEDIT TO WS-RPT-LIGNE.
022270      PERFORM 4000-ECRIT-RPT-DEB
022292      MOVE SPACE TO WS-CSV-LINE.
022300      STRING WS-COMPTEUR ',' WS-MODE-RECH ',' WS-E-ED ','
022310             WS-LOW-ED ',' WS-HIGH-ED ',TRONQUE,,,,'
022320             WS-CUBE-NOM (WS-CUBE-CUR) ',,,,'
022330             DELIMITED BY SIZE
022331             WS-LIB-CUBE (WS-CUBE-CUR)
022332             DELIMITED BY '  '
022333             ','
022334             DELIMITED BY SIZE
022335             WS-GEN-UTILISEE
022336             DELIMITED BY SPACE
022340      INTO WS-CSV-LINE.
022350      MOVE WS-CSV-LINE TO WS-RCSV-LIGNE.
022360      PERFORM 4010-ECRIT-RCSV-DEB
022960*
022970  8990-EDITE-STAT-CUBE-FIN.
022980      EXIT.
022981*
022982* REFUS D'HABILITATION (MOTIF 10) PAR SERVICE EMETTEUR
022983  8995-EDITE-NAUT-LOT-DEB.
022984*
022985      DISPLAY '  NON HABILITEES : SERVICE '
022986              WS-LOT-SERVICE-T (WS-ILOT)
022987              ' : ' WS-NAUT-NB-LOT (WS-ILOT).
022988*
022989  8995-EDITE-NAUT-LOT-FIN.
022990      EXIT.
022991*
023000  8999-STATISTIQUES-DEB.
023010*
023020      IF WS-STAT-NB-RECH > 0
023140       DISPLAY '  NB TRANCHES    : ' WS-STAT-NB-GRL
023141       DISPLAY '  CASES PLAFONNEES : ' WS-STAT-NB-GRL-PLAF
023142       DISPLAY '  NB REQ. DEVELOPPEES : ' WS-STAT-NB-QEXP
023144       DISPLAY '  NB REJETS      : ' WS-REJ-NB.
023146      IF WS-AUT-ACTIF
023148          PERFORM 8995-EDITE-NAUT-LOT-DEB
023150             THRU 8995-EDITE-NAUT-LOT-FIN
023152          VARYING WS-ILOT FROM 1 BY 1
023154            UNTIL WS-ILOT > WS-NB-LOTS
023156      END-IF.
023160       DISPLAY '  TOTAL TROUVES  : ' WS-STAT-TOTAL-MATCH
023170       DISPLAY '  MINIMUM        : ' WS-STAT-MIN-HITS
023180       DISPLAY '  MAXIMUM        : ' WS-STAT-MAX-HITS
024270      MOVE WS-STAT-NB-GRL       TO JRN-NB-TRANCHES.
024280      MOVE WS-REJ-NB            TO JRN-NB-REJETS.
024290      MOVE WS-STAT-NB-TRONQ     TO JRN-NB-TRONQUEES.
024292      MOVE WS-NAUT-NB-LOT (1)   TO JRN-NB-NAUT (1).
024294      MOVE WS-NAUT-NB-LOT (2)   TO JRN-NB-NAUT (2).
024296      MOVE WS-NAUT-NB-LOT (3)   TO JRN-NB-NAUT (3).
024300      WRITE JRN-RECORD.
024310      CLOSE JRN-FILE.
024320*
