000010*===============================================================*
000020*--                INFORMATIONS GENERALES                     --*
000030*---------------------------------------------------------------*
000040*  NOM DU PROGRAMME : ADSOTP21                                  *
000050*  NOM DU REDACTEUR : MARTINLUC                                 *
000060*---------------------------------------------------------------*
000070*  SOCIETE          : XXXXXXXX                                  *
000080*  DATE DE CREATION : 15/10/2026                                *
000090*---------------------------------------------------------------*
000100*--               OBJECTIFS GENERAUX DU PROGRAMME             --*
000110* VALIDATION DES MOUVEMENTS MIS EN SUSPENS PAR ADSOTP9 (ECART   *
000120* HORS TOLERANCE SELON LES REGLES TOLRGL, MOTIFS 06/07).        *
000130* LE PROGRAMME CHARGE LE SUSPENS COURANT (SUSPIN) PUIS APPLIQUE *
000140* LES CARTES DE DECISION DU VALIDEUR (SUSDEC), QUI DESIGNENT UN *
000150* MOUVEMENT PAR SA REFERENCE (DATE, HEURE, RANG) EDITEE DANS    *
000160* L'ETAT D'IMPACT D'ADSOTP9 :                                   *
000170*   A = APPROBATION : LE MOUVEMENT EST ECRIT DANS DELTAOUT,     *
000180*       VISE (V EN COLONNE 18) ET REFERENCE, POUR ETRE JOINT AU *
000190*       DELTAIN DU PROCHAIN PASSAGE D'ADSOTP9 QUI L'APPLIQUE    *
000200*       SANS NOUVEAU CONTROLE DE TOLERANCE ;                    *
000210*   R = REJET : LE MOUVEMENT EST ABANDONNE ET TRACE EN          *
000220*       EXTENSION DANS LA PISTE DES REJETS AUDREJ (DECOUPAGE DE *
000230*       LA PISTE D'AUDIT AUDITFIL, VALEUR EN PLACE ET VALEUR    *
000240*       REFUSEE, COMPLETE DE LA DECISION).                      *
000250* LES MOUVEMENTS SANS DECISION SONT RECOPIES DANS LA NOUVELLE   *
000260* GENERATION DU SUSPENS (SUSPOUT) ; CEUX RETENUS DEPUIS PLUS DE *
000270* N JOURS (CARTE PARMIN COLONNES 1-3, 10 PAR DEFAUT) SONT       *
000280* SIGNALES DANS L'ETAT RPTOUT.                                  *
000282* UN DELTAOUT NE SERT QU'UN CUBE (ADSOTP9 L'APPLIQUE AU CUBE DE *
000284* SA CARTE PARMIN) : LE PREMIER MOUVEMENT APPROUVE FIXE LE CUBE *
000286* DU PASSAGE, L'APPROBATION D'UN MOUVEMENT D'UN AUTRE CUBE EST  *
000288* REJETEE (MOTIF 06) ET LE MOUVEMENT RESTE EN ATTENTE.          *
000290* CHAQUE APPROBATION EST AUSSI AJOUTEE AU FICHIER DES VISAS     *
000292* (VISAS : REFERENCE ET IMAGE DU MOUVEMENT) : ADSOTP9 N'APPLIQUE*
000294* UN MOUVEMENT VISE QUE S'IL Y REPOND, ET UNE SEULE FOIS.       *
000296* CODE RETOUR GRADUE (CONVENTION ADSOTP7) : 0 = TOUT EST EN     *
000300* ORDRE, 4 = CARTES REJETEES OU MOUVEMENTS EN ATTENTE DEPUIS    *
000310* PLUS DE N JOURS, 16 = ARRET ANORMAL.                          *
000320*---------------------------------------------------------------*
000330*--               HISTORIQUE DES MODIFICATIONS --               *
000340*---------------------------------------------------------------*
000350* DATE  MODIF   !          NATURE DE LA MODIFICATION            *
000360*---------------------------------------------------------------*
000370* 15/10/2026    ! CREATION DU PROGRAMME                         *
000371* 15/10/2026    ! UN SEUL CUBE PAR DELTAOUT : L'APPROBATION     *
000373*               ! D'UN MOUVEMENT D'UN AUTRE CUBE QUE CELUI DU   *
000375*               ! PREMIER MOUVEMENT APPROUVE EST REJETEE        *
000377*               ! (MOTIF 06)                                    *
000379* 15/10/2026    ! CHAQUE APPROBATION EST AJOUTEE AU FICHIER DES *
000381*               ! VISAS (REFERENCE, IMAGE DU MOUVEMENT, CUBE,   *
000383*               ! DATE ET AUTEUR) QUI SEUL REND LE MOUVEMENT    *
000385*               ! VISE APPLICABLE PAR ADSOTP9                   *
000387*===============================================================*
000390*
000400*************************
000410  IDENTIFICATION DIVISION.
000420*************************
000430  PROGRAM-ID.      ADSOTP21.
000440*
000450*                  ==============================               *
000460*=================<  ENVIRONMENT      DIVISION   >==============*
000470*                  ==============================               *
000480*                                                               *
000490*===============================================================*
000500*
000510**********************
000520  ENVIRONMENT DIVISION.
000530**********************
000540*
000550*======================
000560  CONFIGURATION SECTION.
000570*======================
000580*
000590*--------------
000600  SPECIAL-NAMES.
000610*--------------
000620      DECIMAL-POINT IS COMMA.
000630*
000640*=====================
000650  INPUT-OUTPUT SECTION.
000660*=====================
000670*
000680*-------------
000690  FILE-CONTROL.
000700*-------------
000710*
000720      SELECT SUSP-IN-FILE  ASSIGN TO SUSPIN
000730             ORGANIZATION IS SEQUENTIAL
000740             FILE STATUS  IS WS-SUSI-FILE-STATUS.
000750*
000760      SELECT DEC-FILE      ASSIGN TO SUSDEC
000770             ORGANIZATION IS SEQUENTIAL
000780             FILE STATUS  IS WS-DEC-FILE-STATUS.
000790*
000800*---------------------------------------------------------------*
000810*   CARTE PARAMETRE OPTIONNELLE : DELAI D'ALERTE EN JOURS       *
000820*---------------------------------------------------------------*
000830      SELECT PARM-FILE     ASSIGN TO PARMIN
000840             ORGANIZATION IS SEQUENTIAL
000850             FILE STATUS  IS WS-PARM-FILE-STATUS.
000860*
000870      SELECT DELTA-OUT-FILE ASSIGN TO DELTAOUT
000880             ORGANIZATION IS SEQUENTIAL
000890             FILE STATUS  IS WS-DELO-FILE-STATUS.
000900*
000910*---------------------------------------------------------------*
000920*   PISTE DES MOUVEMENTS REJETES, REPRISE EN EXTENSION A CHAQUE *
000930*   PASSAGE (CREEE SI ELLE N'EXISTE PAS ENCORE)                 *
000940*---------------------------------------------------------------*
000950      SELECT AUD-REJ-FILE  ASSIGN TO AUDREJ
000960             ORGANIZATION IS SEQUENTIAL
000970             FILE STATUS  IS WS-AREJ-FILE-STATUS.
000971*
000972*---------------------------------------------------------------*
000973*   VISAS DES MOUVEMENTS APPROUVES, REPRIS EN EXTENSION A CHAQUE*
000974*   PASSAGE (CREE S'IL N'EXISTE PAS ENCORE) ; ADSOTP9 LES       *
000975*   CONSOMME (VISAIN)                                           *
000976*---------------------------------------------------------------*
000977      SELECT VISA-FILE     ASSIGN TO VISAS
000978             ORGANIZATION IS SEQUENTIAL
000979             FILE STATUS  IS WS-VISA-FILE-STATUS.
000980*
000990      SELECT SUSP-OUT-FILE ASSIGN TO SUSPOUT
001000             ORGANIZATION IS SEQUENTIAL
001010             FILE STATUS  IS WS-SUSO-FILE-STATUS.
001020*
001030      SELECT RPT-FILE      ASSIGN TO RPTOUT
001040             ORGANIZATION IS SEQUENTIAL
001050             FILE STATUS  IS WS-RPT-FILE-STATUS.
001060*
001070*                  ==============================               *
001080*=================<       DATA        DIVISION   >==============*
001090*                  ==============================               *
001100*                                                               *
001110*===============================================================*
001120*
001130***************
001140  DATA DIVISION.
001150***************
001160*
001170*=============
001180  FILE SECTION.
001190*=============
001200*
001210*---------------------------------------------------------------*
001220*   MOUVEMENTS EN SUSPENS (ECRITS PAR ADSOTP9) : IMAGE DU       *
001230*   MOUVEMENT (COLONNES 1-17 DE DELTAIN), VALEUR DU POSTE AU    *
001240*   MOMENT DE LA RETENUE (ESPACES SI LE POSTE N'EXISTAIT PAS),  *
001250*   REFERENCE (DATE SSAAMMJJ, HEURE HHMMSS, RANG DU MOUVEMENT), *
001260*   MOTIF 06/07 ET NOM DU CUBE                                  *
001270*---------------------------------------------------------------*
001280  FD  SUSP-IN-FILE
001290      RECORDING MODE IS F
001300      RECORD CONTAINS 80 CHARACTERS.
001310*
001320  01  SUSP-IN-RECORD.
001330      05  SUS-MOUVEMENT.
001340          10  SUS-CODE                  PIC X.
001350          10  SUS-LIGNE                 PIC 99.
001360          10  SUS-COLONNE               PIC 99.
001370          10  SUS-HAUTEUR               PIC 99.
001380          10  SUS-VALEUR                PIC X(10).
001390      05  SUS-AVANT                     PIC X(10).
001400      05  SUS-REFERENCE.
001410          10  SUS-DATE                  PIC X(8).
001420          10  SUS-HEURE                 PIC X(6).
001430          10  SUS-NUM                   PIC 9(5).
001440      05  SUS-MOTIF                     PIC X(2).
001450      05  SUS-CUBE                      PIC X(4).
001460      05  FILLER                        PIC X(28).
001470*
001480*---------------------------------------------------------------*
001490*   CARTES DE DECISION : CODE (A = APPROBATION / R = REJET),    *
001500*   REFERENCE DU MOUVEMENT, AUTEUR DE LA DECISION ET MOTIF      *
001510*   (OBLIGATOIRE POUR UN REJET)                                 *
001520*---------------------------------------------------------------*
001530  FD  DEC-FILE
001540      RECORDING MODE IS F
001550      RECORD CONTAINS 80 CHARACTERS.
001560*
001570  01  DEC-RECORD.
001580      05  DEC-CODE                      PIC X.
001590          88  DEC-APPROBATION                      VALUE 'A'.
001600          88  DEC-REJET                            VALUE 'R'.
001610      05  DEC-REFERENCE                 PIC X(19).
001620      05  DEC-AUTEUR                    PIC X(8).
001630      05  DEC-MOTIF                     PIC X(40).
001640      05  FILLER                        PIC X(12).
001650*
001660  FD  PARM-FILE
001670      RECORDING MODE IS F
001680      RECORD CONTAINS 80 CHARACTERS.
001690*
001700  01  PARM-RECORD.
001710      05  PARM-DELAI                    PIC X(3).
001720      05  PARM-DELAI-9 REDEFINES PARM-DELAI
001730                                        PIC 9(3).
001740      05  FILLER                        PIC X(77).
001750*
001760*---------------------------------------------------------------*
001770*   MOUVEMENTS APPROUVES, AU DECOUPAGE DE DELTAIN (CF. ADSOTP9) :*
001780*   IMAGE DU MOUVEMENT, VISA V ET REFERENCE DU SUSPENS          *
001790*---------------------------------------------------------------*
001800  FD  DELTA-OUT-FILE
001810      RECORDING MODE IS F
001820      RECORD CONTAINS 80 CHARACTERS.
001830*
001840  01  DELTA-OUT-RECORD.
001850      05  DTO-MOUVEMENT                 PIC X(17).
001860      05  DTO-VISA                      PIC X.
001870      05  DTO-REF-SUSPENS               PIC X(19).
001880      05  FILLER                        PIC X(43).
001890*
001900*---------------------------------------------------------------*
001910*   PISTE DES REJETS : DECOUPAGE DE LA PISTE D'AUDIT AUDITFIL   *
001920*   (CODE, COORDONNEES, VALEUR EN PLACE, VALEUR REFUSEE - ESPACES*
001930*   POUR UNE SUPPRESSION), COMPLETE DE LA REFERENCE DU SUSPENS, *
001940*   DE LA DATE ET DE L'AUTEUR DU REJET, DU MOTIF DE LA RETENUE  *
001950*   ET DU DEBUT DU MOTIF DU REJET                               *
001960*---------------------------------------------------------------*
001970  FD  AUD-REJ-FILE
001980      RECORDING MODE IS F
001990      RECORD CONTAINS 80 CHARACTERS.
002000*
002010  01  AUD-REJ-RECORD.
002020      05  ARJ-CODE                      PIC X.
002030      05  ARJ-LIGNE                     PIC 99.
002040      05  ARJ-COLONNE                   PIC 99.
002050      05  ARJ-HAUTEUR                   PIC 99.
002060      05  ARJ-AVANT                     PIC X(10).
002070      05  ARJ-APRES                     PIC X(10).
002080      05  ARJ-REFERENCE                 PIC X(19).
002090      05  ARJ-DATE-REJET                PIC X(8).
002100      05  ARJ-AUTEUR                    PIC X(8).
002110      05  ARJ-MOTIF-SUSPENS             PIC X(2).
002120      05  ARJ-MOTIF                     PIC X(16).
002121*
002122*---------------------------------------------------------------*
002123*   VISA D'UN MOUVEMENT APPROUVE : REFERENCE DU SUSPENS, IMAGE  *
002124*   DU MOUVEMENT (COLONNES 1-17 DE DELTAIN), NOM DU CUBE, DATE  *
002125*   ET AUTEUR DE L'APPROBATION                                  *
002126*---------------------------------------------------------------*
002127  FD  VISA-FILE
002128      RECORDING MODE IS F
002129      RECORD CONTAINS 80 CHARACTERS.
002130*
002131  01  VISA-RECORD.
002132      05  VIS-REFERENCE                 PIC X(19).
002133      05  VIS-MOUVEMENT                 PIC X(17).
002134      05  VIS-CUBE                      PIC X(4).
002135      05  VIS-DATE                      PIC X(8).
002136      05  VIS-AUTEUR                    PIC X(8).
002137      05  FILLER                        PIC X(24).
002138*
002140  FD  SUSP-OUT-FILE
002150      RECORDING MODE IS F
002160      RECORD CONTAINS 80 CHARACTERS.
002170*
002180  01  SUSP-OUT-RECORD                   PIC X(80).
002190*
002200  FD  RPT-FILE
002210      RECORDING MODE IS F
002220      RECORD CONTAINS 80 CHARACTERS.
002230*
002240  01  RPT-RECORD                        PIC X(80).
002250*
002260*========================
002270  WORKING-STORAGE SECTION.
002280*========================
002290*---------------------------------------------------------------*
002300*   IMAGE EN MEMOIRE DU SUSPENS : L'ENREGISTREMENT LU ET SA     *
002310*   DECISION DANS LE PASSAGE (ESPACE = EN ATTENTE, A = APPROUVE,*
002320*   R = REJETE)                                                 *
002330*---------------------------------------------------------------*
002340  01  WS-SUSPENS.
002350      05  WS-SUS-ENT                    OCCURS 2000.
002360          10  WS-SUS-IMAGE              PIC X(80).
002370          10  WS-SUS-DECISION           PIC X.
002380*
002390  01  WS-NB-SUS                         PIC 9(4)    VALUE 0.
002400  01  WS-ISUS                           PIC 9(4).
002410  01  WS-ISUS-TROUVE                    PIC 9(4).
002420*
002430*---------------------------------------------------------------*
002440*   CODES MOTIF DE REJET D'UNE CARTE (EDITES DANS RPTOUT) :     *
002450*   01 = CODE INCONNU               02 = REFERENCE INCONNUE     *
002460*   03 = AUTEUR ABSENT              04 = DEJA DECIDE CE PASSAGE *
002470*   05 = MOTIF DE REJET ABSENT                                  *
002473*   06 = APPROBATION D'UN MOUVEMENT D'UN AUTRE CUBE QUE CELUI   *
002476*        DU PASSAGE (WS-CUBE-PASSAGE)                           *
002480*---------------------------------------------------------------*
002490  01  WS-MOTIF-REJET                    PIC X(2).
002500*
002510  01  WS-SUSI-FILE-STATUS               PIC X(02).
002520      88  WS-SUSI-FILE-OK                          VALUE '00'.
002530*
002540  01  WS-DEC-FILE-STATUS                PIC X(02).
002550      88  WS-DEC-FILE-OK                           VALUE '00'.
002560*
002570  01  WS-PARM-FILE-STATUS               PIC X(02).
002580      88  WS-PARM-FILE-OK                          VALUE '00'.
002590*
002600  01  WS-DELO-FILE-STATUS               PIC X(02).
002610      88  WS-DELO-FILE-OK                          VALUE '00'.
002620*
002630  01  WS-AREJ-FILE-STATUS               PIC X(02).
002640      88  WS-AREJ-FILE-OK                          VALUE '00'.
002642*
002644  01  WS-VISA-FILE-STATUS               PIC X(02).
002646      88  WS-VISA-FILE-OK                          VALUE '00'.
002650*
002660  01  WS-SUSO-FILE-STATUS               PIC X(02).
002670      88  WS-SUSO-FILE-OK                          VALUE '00'.
002680*
002690  01  WS-RPT-FILE-STATUS                PIC X(02).
002700      88  WS-RPT-FILE-OK                           VALUE '00'.
002710*
002720  01  WS-SUSI-FILE-FIN-SW               PIC X       VALUE 'N'.
002730      88  WS-SUSI-FILE-TERMINE                     VALUE 'O'.
002740*
002750  01  WS-DEC-FILE-FIN-SW                PIC X       VALUE 'N'.
002760      88  WS-DEC-FILE-TERMINE                      VALUE 'O'.
002761*
002762*---------------------------------------------------------------*
002763*   CUBE DU PASSAGE : CELUI DU PREMIER MOUVEMENT APPROUVE. LE   *
002764*   DELTAOUT NE PORTE PAS LE CUBE ET ADSOTP9 L'APPLIQUE A UN    *
002765*   SEUL MAITRE                                                 *
002766*---------------------------------------------------------------*
002767  01  WS-CUBE-PASSAGE                   PIC X(4)    VALUE SPACES.
002768  01  WS-CUBE-PASSAGE-SW                PIC X       VALUE 'N'.
002769      88  WS-CUBE-PASSAGE-FIXE                     VALUE 'O'.
002770*
002780*---------------------------------------------------------------*
002790*   COMPTEURS DE FIN DE TRAITEMENT. CONTROLE D'EQUILIBRE :      *
002800*   SUSPENS LUS = APPROUVES + REJETES + EN ATTENTE              *
002810*---------------------------------------------------------------*
002820  01  WS-CPT-SUS-LUS                    PIC 9(5)    VALUE 0.
002830  01  WS-CPT-CARTES                     PIC 9(5)    VALUE 0.
002840  01  WS-CPT-APPROUVES                  PIC 9(5)    VALUE 0.
002850  01  WS-CPT-REJETES                    PIC 9(5)    VALUE 0.
002860  01  WS-CPT-ATTENTE                    PIC 9(5)    VALUE 0.
002870  01  WS-CPT-ANCIENS                    PIC 9(5)    VALUE 0.
002880  01  WS-CPT-CARTES-REJ                 PIC 9(5)    VALUE 0.
002890  01  WS-CPT-CONTROLE                   PIC 9(5)    VALUE 0.
002900*
002910  01  WS-CR-FINAL                       PIC 99      VALUE 0.
002920*
002930* DELAI D'ALERTE EN JOURS (CARTE PARMIN, 10 PAR DEFAUT)
002940  01  WS-DELAI                          PIC 9(3)    VALUE 10.
002950  01  WS-AGE                            PIC 9(7).
002960*
002970* DATE DU PASSAGE, PORTEE PAR LA PISTE DES REJETS
002980  01  WS-DATE-SYS                       PIC X(8).
002990  01  WS-JOUR-SYS                       PIC 9(7).
003000*
003010*---------------------------------------------------------------*
003020*   CALCUL DU NUMERO DE JOUR D'UNE DATE SSAAMMJJ (JOUR JULIEN), *
003030*   POUR LES ECARTS EN JOURS ENTRE DEUX DATES                   *
003040*---------------------------------------------------------------*
003050  01  WS-DJ-DATE.
003060      05  WS-DJ-SSAA                    PIC 9(4).
003070      05  WS-DJ-MM                      PIC 99.
003080      05  WS-DJ-JJ                      PIC 99.
003090  01  WS-DJ-DATE-X REDEFINES WS-DJ-DATE PIC X(8).
003100  01  WS-DJ-A                           PIC 9.
003110  01  WS-DJ-Y                           PIC 9(5).
003120  01  WS-DJ-M                           PIC 99.
003130  01  WS-DJ-T1                          PIC 9(5).
003140  01  WS-DJ-T2                          PIC 9(5).
003150  01  WS-DJ-T3                          PIC 9(5).
003160  01  WS-DJ-T4                          PIC 9(5).
003170  01  WS-DJ-NUM                         PIC 9(7).
003180*
003190  01  WS-LEDIT                          PIC X(80).
003200*
003210*                  ==============================               *
003220*=================<   PROCEDURE       DIVISION   >==============*
003230*                  ==============================               *
003240*                                                               *
003250*===============================================================*
003260*
003270  PROCEDURE           DIVISION.
003280*
003290*---------------------------------------------------------------*
003300*               DESCRIPTION DU COMPOSANT PROGRAMME              *
003310*               ==================================              *
003320*---------------------------------------------------------------*
003330*
003340  0000-PROGRAMME-DEB.
003350*
003360      ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD.
003370      MOVE WS-DATE-SYS TO WS-DJ-DATE-X.
003380      PERFORM 7000-CALCUL-JOUR-DEB
003390         THRU 7000-CALCUL-JOUR-FIN.
003400      MOVE WS-DJ-NUM TO WS-JOUR-SYS.
003410*
003420      PERFORM 0010-LECTURE-PARM-DEB
003430         THRU 0010-LECTURE-PARM-FIN.
003440*
003450      PERFORM 0100-CHARGE-SUSPENS-DEB
003460         THRU 0100-CHARGE-SUSPENS-FIN.
003470*
003480      OPEN INPUT DEC-FILE.
003490      IF NOT WS-DEC-FILE-OK
003500          DISPLAY '*========================================*'
003510          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER SUSDEC *'
003520          DISPLAY '*  CODE STATUT : ' WS-DEC-FILE-STATUS
003530          DISPLAY '*========================================*'
003540          GO TO 9999-ERREUR-PROGRAMME-DEB
003550      END-IF.
003560*
003570      OPEN OUTPUT DELTA-OUT-FILE.
003580      IF NOT WS-DELO-FILE-OK
003590          DISPLAY '*========================================*'
003600          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER DELTAOUT'
003610          DISPLAY '*  CODE STATUT : ' WS-DELO-FILE-STATUS
003620          DISPLAY '*========================================*'
003630          GO TO 9999-ERREUR-PROGRAMME-DEB
003640      END-IF.
003650*
003660*---------------------------------------------------------------*
003670* LA PISTE DES REJETS EST OUVERTE AVANT TOUTE CARTE : AUCUN     *
003680* MOUVEMENT NE DOIT ETRE ABANDONNE SANS ETRE TRACE              *
003690*---------------------------------------------------------------*
003700      OPEN EXTEND AUD-REJ-FILE.
003710      IF NOT WS-AREJ-FILE-OK
003720          OPEN OUTPUT AUD-REJ-FILE
003730      END-IF.
003740      IF NOT WS-AREJ-FILE-OK
003750          DISPLAY '*========================================*'
003760          DISPLAY '*  PISTE DES REJETS AUDREJ INDISPONIBLE   *'
003770          DISPLAY '*  CODE STATUT : ' WS-AREJ-FILE-STATUS
003780          DISPLAY '*========================================*'
003790          GO TO 9999-ERREUR-PROGRAMME-DEB
003800      END-IF.
003801*
003802* DE MEME POUR LES VISAS : UNE APPROBATION SANS VISA SERAIT
003803* REFUSEE PAR ADSOTP9
003804      OPEN EXTEND VISA-FILE.
003805      IF NOT WS-VISA-FILE-OK
003806          OPEN OUTPUT VISA-FILE
003807      END-IF.
003808      IF NOT WS-VISA-FILE-OK
003809          DISPLAY '*========================================*'
003810          DISPLAY '*  FICHIER DES VISAS INDISPONIBLE         *'
003811          DISPLAY '*  CODE STATUT : ' WS-VISA-FILE-STATUS
003812          DISPLAY '*========================================*'
003813          GO TO 9999-ERREUR-PROGRAMME-DEB
003814      END-IF.
003815*
003820      OPEN OUTPUT RPT-FILE.
003830      IF NOT WS-RPT-FILE-OK
003840          DISPLAY '*========================================*'
003850          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER RPTOUT *'
003860          DISPLAY '*  CODE STATUT : ' WS-RPT-FILE-STATUS
003870          DISPLAY '*========================================*'
003880          GO TO 9999-ERREUR-PROGRAMME-DEB
003890      END-IF.
003900*
003910      MOVE 'VALIDATION DES MOUVEMENTS EN SUSPENS' TO RPT-RECORD.
003920      WRITE RPT-RECORD.
003930      MOVE SPACE TO RPT-RECORD.
003940      WRITE RPT-RECORD.
003950*
003960      PERFORM 1005-LECTURE-DEC-DEB
003970         THRU 1005-LECTURE-DEC-FIN.
003980*
003990      PERFORM 1010-APPLIQUE-DEC-DEB
004000         THRU 1010-APPLIQUE-DEC-FIN
004010        UNTIL WS-DEC-FILE-TERMINE.
004020*
004030      CLOSE DEC-FILE.
004040      CLOSE DELTA-OUT-FILE.
004050      CLOSE AUD-REJ-FILE.
004055      CLOSE VISA-FILE.
004060*
004070      PERFORM 3000-ECRIT-NOUVEAU-SUS-DEB
004080         THRU 3000-ECRIT-NOUVEAU-SUS-FIN.
004090*
004100      PERFORM 3100-ECRIT-TOTAUX-DEB
004110         THRU 3100-ECRIT-TOTAUX-FIN.
004120*
004130      CLOSE RPT-FILE.
004140*
004150      PERFORM 8999-STATISTIQUES-DEB
004160         THRU 8999-STATISTIQUES-FIN.
004170*
004180      PERFORM 9999-FIN-PROGRAMME-DEB
004190         THRU 9999-FIN-PROGRAMME-FIN.
004200*
004210  0000-PROGRAMME-FIN.
004220       EXIT.
004230***************************************************************
004240***************************************************************
004250***************************************************************
004260*---------------------------------------------------------------*
004270*   LECTURE DE LA CARTE PARAMETRE : DELAI D'ALERTE EN JOURS EN  *
004280*   COLONNES 1-3. CARTE ABSENTE, VIDE OU NON NUMERIQUE : 10 JOURS*
004290*---------------------------------------------------------------*
004300  0010-LECTURE-PARM-DEB.
004310*
004320      OPEN INPUT PARM-FILE.
004330      IF WS-PARM-FILE-OK
004340          READ PARM-FILE
004350              AT END
004360                  CONTINUE
004370              NOT AT END
004380                  IF PARM-DELAI IS NUMERIC AND PARM-DELAI-9 > 0
004390                      MOVE PARM-DELAI-9 TO WS-DELAI
004400                  END-IF
004410          END-READ
004420          CLOSE PARM-FILE
004430      END-IF.
004440      DISPLAY '  DELAI D ALERTE (JOURS) : ' WS-DELAI.
004450*
004460  0010-LECTURE-PARM-FIN.
004470      EXIT.
004480*
004490*---------------------------------------------------------------*
004500*   CHARGEMENT DU SUSPENS COURANT. FICHIER ABSENT : AUCUN       *
004510*   MOUVEMENT EN ATTENTE (TOUTE CARTE SERA REJETEE). AU-DELA DE *
004520*   LA TAILLE DE LA TABLE LE PASSAGE S'ARRETE : AUCUN MOUVEMENT *
004530*   EN SUSPENS NE DOIT ETRE PERDU                               *
004540*---------------------------------------------------------------*
004550  0100-CHARGE-SUSPENS-DEB.
004560*
004570      OPEN INPUT SUSP-IN-FILE.
004580      IF NOT WS-SUSI-FILE-OK
004590          DISPLAY '*========================================*'
004600          DISPLAY '*  SUSPENS SUSPIN ABSENT : AUCUN          *'
004610          DISPLAY '*  MOUVEMENT EN ATTENTE                   *'
004620          DISPLAY '*========================================*'
004630          GO TO 0100-CHARGE-SUSPENS-FIN
004640      END-IF.
004650*
004660      PERFORM 0110-LECTURE-SUSPENS-DEB
004670         THRU 0110-LECTURE-SUSPENS-FIN
004680        UNTIL WS-SUSI-FILE-TERMINE.
004690      CLOSE SUSP-IN-FILE.
004700*
004710  0100-CHARGE-SUSPENS-FIN.
004720      EXIT.
004730*
004740  0110-LECTURE-SUSPENS-DEB.
004750*
004760      READ SUSP-IN-FILE
004770          AT END
004780              MOVE 'O' TO WS-SUSI-FILE-FIN-SW
004790              GO TO 0110-LECTURE-SUSPENS-FIN
004800      END-READ.
004810*
004820      IF WS-NB-SUS NOT < 2000
004830          DISPLAY '*========================================*'
004840          DISPLAY '*  SUSPENS SUSPIN TROP VOLUMINEUX         *'
004850          DISPLAY '*  (2000 MOUVEMENTS AU PLUS)              *'
004860          DISPLAY '*========================================*'
004870          GO TO 9999-ERREUR-PROGRAMME-DEB
004880      END-IF.
004890*
004900      ADD 1 TO WS-CPT-SUS-LUS.
004910      ADD 1 TO WS-NB-SUS.
004920      MOVE SUSP-IN-RECORD TO WS-SUS-IMAGE (WS-NB-SUS).
004930      MOVE SPACE          TO WS-SUS-DECISION (WS-NB-SUS).
004940*
004950  0110-LECTURE-SUSPENS-FIN.
004960      EXIT.
004970*
004980*---------------------------------------------------------------*
004990*   LECTURE D'UNE CARTE DE DECISION                             *
005000*---------------------------------------------------------------*
005010  1005-LECTURE-DEC-DEB.
005020*
005030      READ DEC-FILE
005040          AT END
005050              MOVE 'O' TO WS-DEC-FILE-FIN-SW
005060          NOT AT END
005070              ADD 1 TO WS-CPT-CARTES
005080      END-READ.
005090*
005100  1005-LECTURE-DEC-FIN.
005110      EXIT.
005120*
005130*---------------------------------------------------------------*
005140*   APPLICATION D'UNE CARTE : CODE, AUTEUR ET REFERENCE SONT    *
005150*   CONTROLES, LE MOUVEMENT DESIGNE DOIT ETRE ENCORE EN ATTENTE *
005160*---------------------------------------------------------------*
005170  1010-APPLIQUE-DEC-DEB.
005180*
005190      MOVE SPACES TO WS-MOTIF-REJET.
005200*
005210      IF NOT DEC-APPROBATION AND NOT DEC-REJET
005220          MOVE '01' TO WS-MOTIF-REJET
005230      ELSE
005240          IF DEC-AUTEUR = SPACES
005250              MOVE '03' TO WS-MOTIF-REJET
005260          ELSE
005270              IF DEC-REJET AND DEC-MOTIF = SPACES
005280                  MOVE '05' TO WS-MOTIF-REJET
005290              END-IF
005300          END-IF
005310      END-IF.
005320      IF WS-MOTIF-REJET NOT = SPACES
005330          PERFORM 2000-REJETTE-DEC-DEB
005340             THRU 2000-REJETTE-DEC-FIN
005350          GO TO 1010-APPLIQUE-DEC-SUITE
005360      END-IF.
005370*
005380      MOVE 0 TO WS-ISUS-TROUVE.
005390      PERFORM 1020-RECHERCHE-REF-DEB
005400         THRU 1020-RECHERCHE-REF-FIN
005410      VARYING WS-ISUS FROM 1 BY 1
005420        UNTIL WS-ISUS > WS-NB-SUS
005430           OR WS-ISUS-TROUVE > 0.
005440*
005450      IF WS-ISUS-TROUVE = 0
005460          MOVE '02' TO WS-MOTIF-REJET
005470      ELSE
005480          IF WS-SUS-DECISION (WS-ISUS-TROUVE) NOT = SPACE
005490              MOVE '04' TO WS-MOTIF-REJET
005500          END-IF
005510      END-IF.
005520      IF WS-MOTIF-REJET NOT = SPACES
005530          PERFORM 2000-REJETTE-DEC-DEB
005540             THRU 2000-REJETTE-DEC-FIN
005550          GO TO 1010-APPLIQUE-DEC-SUITE
005560      END-IF.
005570*
005580      MOVE WS-SUS-IMAGE (WS-ISUS-TROUVE) TO SUSP-IN-RECORD.
005581      IF DEC-APPROBATION AND WS-CUBE-PASSAGE-FIXE
005582         AND SUS-CUBE NOT = WS-CUBE-PASSAGE
005583          MOVE '06' TO WS-MOTIF-REJET
005584          PERFORM 2000-REJETTE-DEC-DEB
005585             THRU 2000-REJETTE-DEC-FIN
005586          GO TO 1010-APPLIQUE-DEC-SUITE
005587      END-IF.
005590      IF DEC-APPROBATION
005600          PERFORM 1030-APPROUVE-DEB
005610             THRU 1030-APPROUVE-FIN
005620      ELSE
005630          PERFORM 1040-REJETTE-SUSPENS-DEB
005640             THRU 1040-REJETTE-SUSPENS-FIN
005650      END-IF.
005660*
005670  1010-APPLIQUE-DEC-SUITE.
005680*
005690      PERFORM 1005-LECTURE-DEC-DEB
005700         THRU 1005-LECTURE-DEC-FIN.
005710*
005720  1010-APPLIQUE-DEC-FIN.
005730      EXIT.
005740*
005750  1020-RECHERCHE-REF-DEB.
005760*
005770      IF WS-SUS-IMAGE (WS-ISUS) (28:19) = DEC-REFERENCE
005780          MOVE WS-ISUS TO WS-ISUS-TROUVE
005790      END-IF.
005800*
005810  1020-RECHERCHE-REF-FIN.
005820      EXIT.
005830*
005840*---------------------------------------------------------------*
005850*   APPROBATION : LE MOUVEMENT EST ECRIT DANS DELTAOUT, VISE ET *
005856*   REFERENCE, POUR LE PROCHAIN PASSAGE D'ADSOTP9, ET SON VISA  *
005862*   EST AJOUTE AU FICHIER DES VISAS                             *
005870*---------------------------------------------------------------*
005880  1030-APPROUVE-DEB.
005890*
005900      MOVE 'A' TO WS-SUS-DECISION (WS-ISUS-TROUVE).
005910      ADD 1 TO WS-CPT-APPROUVES.
005912      IF NOT WS-CUBE-PASSAGE-FIXE
005914          MOVE SUS-CUBE TO WS-CUBE-PASSAGE
005916          MOVE 'O' TO WS-CUBE-PASSAGE-SW
005918      END-IF.
005920*
005930      MOVE SPACES         TO DELTA-OUT-RECORD.
005940      MOVE SUS-MOUVEMENT  TO DTO-MOUVEMENT.
005950      MOVE 'V'            TO DTO-VISA.
005960      MOVE SUS-REFERENCE  TO DTO-REF-SUSPENS.
005961      WRITE DELTA-OUT-RECORD.
005962*
005963      MOVE SPACES         TO VISA-RECORD.
005964      MOVE SUS-REFERENCE  TO VIS-REFERENCE.
005965      MOVE SUS-MOUVEMENT  TO VIS-MOUVEMENT.
005966      MOVE SUS-CUBE       TO VIS-CUBE.
005967      MOVE WS-DATE-SYS    TO VIS-DATE.
005968      MOVE DEC-AUTEUR     TO VIS-AUTEUR.
005969      WRITE VISA-RECORD.
005970      IF NOT WS-VISA-FILE-OK
005971          DISPLAY '*========================================*'
005972          DISPLAY '*  ECRITURE IMPOSSIBLE DES VISAS          *'
005973          DISPLAY '*  CODE STATUT : ' WS-VISA-FILE-STATUS
005974          DISPLAY '*========================================*'
005975          GO TO 9999-ERREUR-PROGRAMME-DEB
005976      END-IF.
005980*
005990      MOVE SPACE TO WS-LEDIT.
006000      STRING 'APPROUVE ' SUS-REFERENCE ' ' SUS-MOUVEMENT
006010             ' MOTIF ' SUS-MOTIF ' PAR ' DEC-AUTEUR
006020             DELIMITED BY SIZE
006030      INTO WS-LEDIT.
006040      MOVE WS-LEDIT TO RPT-RECORD.
006050      WRITE RPT-RECORD.
006060*
006070  1030-APPROUVE-FIN.
006080      EXIT.
006090*
006100*---------------------------------------------------------------*
006110*   REJET : LE MOUVEMENT EST ABANDONNE ET TRACE DANS LA PISTE   *
006120*   DES REJETS AVEC LA VALEUR EN PLACE ET LA VALEUR REFUSEE     *
006130*---------------------------------------------------------------*
006140  1040-REJETTE-SUSPENS-DEB.
006150*
006160      MOVE 'R' TO WS-SUS-DECISION (WS-ISUS-TROUVE).
006170      ADD 1 TO WS-CPT-REJETES.
006180*
006190      MOVE SPACES         TO AUD-REJ-RECORD.
006200      MOVE SUS-CODE       TO ARJ-CODE.
006210      MOVE SUS-LIGNE      TO ARJ-LIGNE.
006220      MOVE SUS-COLONNE    TO ARJ-COLONNE.
006230      MOVE SUS-HAUTEUR    TO ARJ-HAUTEUR.
006240      MOVE SUS-AVANT      TO ARJ-AVANT.
006250      IF SUS-CODE NOT = 'S'
006260          MOVE SUS-VALEUR TO ARJ-APRES
006270      END-IF.
006280      MOVE SUS-REFERENCE  TO ARJ-REFERENCE.
006290      MOVE WS-DATE-SYS    TO ARJ-DATE-REJET.
006300      MOVE DEC-AUTEUR     TO ARJ-AUTEUR.
006310      MOVE SUS-MOTIF      TO ARJ-MOTIF-SUSPENS.
006320      MOVE DEC-MOTIF      TO ARJ-MOTIF.
006330      WRITE AUD-REJ-RECORD.
006340      IF NOT WS-AREJ-FILE-OK
006350          DISPLAY '*========================================*'
006360          DISPLAY '*  ECRITURE IMPOSSIBLE DANS AUDREJ        *'
006370          DISPLAY '*  CODE STATUT : ' WS-AREJ-FILE-STATUS
006380          DISPLAY '*========================================*'
006390          GO TO 9999-ERREUR-PROGRAMME-DEB
006400      END-IF.
006410*
006420      MOVE SPACE TO WS-LEDIT.
006430      STRING 'REJETE   ' SUS-REFERENCE ' ' SUS-MOUVEMENT
006440             ' MOTIF ' SUS-MOTIF ' PAR ' DEC-AUTEUR
006450             DELIMITED BY SIZE
006460      INTO WS-LEDIT.
006470      MOVE WS-LEDIT TO RPT-RECORD.
006480      WRITE RPT-RECORD.
006490      MOVE SPACE TO WS-LEDIT.
006500      STRING '         RAISON : ' DEC-MOTIF
006510             DELIMITED BY SIZE
006520      INTO WS-LEDIT.
006530      MOVE WS-LEDIT TO RPT-RECORD.
006540      WRITE RPT-RECORD.
006550*
006560  1040-REJETTE-SUSPENS-FIN.
006570      EXIT.
006580*
006590*---------------------------------------------------------------*
006600*   CARTE REJETEE : TRACE CONSOLE ET RPTOUT AVEC LE CODE MOTIF, *
006610*   LE FICHIER DES CARTES CONTINUE D'ETRE LU                    *
006620*---------------------------------------------------------------*
006630  2000-REJETTE-DEC-DEB.
006640*
006650      ADD 1 TO WS-CPT-CARTES-REJ.
006660      MOVE SPACE TO WS-LEDIT.
006670      STRING 'ANOMALIE - CARTE ' WS-CPT-CARTES
006680             ' REJETEE : ' DEC-RECORD (1:28)
006690             ' MOTIF ' WS-MOTIF-REJET
006700             DELIMITED BY SIZE
006710      INTO WS-LEDIT.
006720      DISPLAY WS-LEDIT.
006730      MOVE WS-LEDIT TO RPT-RECORD.
006740      WRITE RPT-RECORD.
006750*
006760  2000-REJETTE-DEC-FIN.
006770      EXIT.
006780*
006790*---------------------------------------------------------------*
006800*   NOUVELLE GENERATION DU SUSPENS : LES MOUVEMENTS SANS        *
006810*   DECISION, DANS L'ORDRE DU SUSPENS COURANT, AVEC LEUR        *
006820*   ANCIENNETE DANS RPTOUT ; AU-DELA DU DELAI D'ALERTE ILS SONT *
006830*   SIGNALES                                                    *
006840*---------------------------------------------------------------*
006850  3000-ECRIT-NOUVEAU-SUS-DEB.
006860*
006870      OPEN OUTPUT SUSP-OUT-FILE.
006880      IF NOT WS-SUSO-FILE-OK
006890          DISPLAY '*========================================*'
006900          DISPLAY '*  OUVERTURE IMPOSSIBLE DU FICHIER SUSPOUT*'
006910          DISPLAY '*  CODE STATUT : ' WS-SUSO-FILE-STATUS
006920          DISPLAY '*========================================*'
006930          GO TO 9999-ERREUR-PROGRAMME-DEB
006940      END-IF.
006950*
006960      MOVE SPACE TO RPT-RECORD.
006970      WRITE RPT-RECORD.
006980      MOVE 'MOUVEMENTS EN ATTENTE DE DECISION' TO RPT-RECORD.
006990      WRITE RPT-RECORD.
007000      MOVE SPACE TO WS-LEDIT.
007010      STRING 'REFERENCE           MOUVEMENT          '
007020             'MOTIF CUBE    JOURS'
007030             DELIMITED BY SIZE INTO WS-LEDIT.
007040      MOVE WS-LEDIT TO RPT-RECORD.
007050      WRITE RPT-RECORD.
007060*
007070      PERFORM 3010-ECRIT-ATTENTE-DEB
007080         THRU 3010-ECRIT-ATTENTE-FIN
007090      VARYING WS-ISUS FROM 1 BY 1
007100        UNTIL WS-ISUS > WS-NB-SUS.
007110*
007120      CLOSE SUSP-OUT-FILE.
007130*
007140  3000-ECRIT-NOUVEAU-SUS-FIN.
007150      EXIT.
007160*
007170  3010-ECRIT-ATTENTE-DEB.
007180*
007190      IF WS-SUS-DECISION (WS-ISUS) NOT = SPACE
007200          GO TO 3010-ECRIT-ATTENTE-FIN
007210      END-IF.
007220*
007230      MOVE WS-SUS-IMAGE (WS-ISUS) TO SUSP-IN-RECORD.
007240      MOVE SUSP-IN-RECORD TO SUSP-OUT-RECORD.
007250      WRITE SUSP-OUT-RECORD.
007260      ADD 1 TO WS-CPT-ATTENTE.
007270*
007280* ANCIENNETE EN JOURS DEPUIS LA RETENUE ; UNE DATE DE RETENUE
007290* ILLISIBLE EST TOUJOURS SIGNALEE
007300      IF SUS-DATE IS NUMERIC
007310          MOVE SUS-DATE TO WS-DJ-DATE-X
007320          PERFORM 7000-CALCUL-JOUR-DEB
007330             THRU 7000-CALCUL-JOUR-FIN
007340          IF WS-DJ-NUM > WS-JOUR-SYS
007350              MOVE 0 TO WS-AGE
007360          ELSE
007370              COMPUTE WS-AGE = WS-JOUR-SYS - WS-DJ-NUM
007380          END-IF
007390      ELSE
007400          MOVE 9999999 TO WS-AGE
007410      END-IF.
007420*
007430      MOVE SPACE TO WS-LEDIT.
007440      STRING SUS-REFERENCE ' ' SUS-MOUVEMENT '  ' SUS-MOTIF
007450             '    ' SUS-CUBE '  ' WS-AGE
007460             DELIMITED BY SIZE
007470      INTO WS-LEDIT.
007480      IF WS-AGE > WS-DELAI
007490          ADD 1 TO WS-CPT-ANCIENS
007500          MOVE '*** ANCIEN' TO WS-LEDIT (68:10)
007510      END-IF.
007520      MOVE WS-LEDIT TO RPT-RECORD.
007530      WRITE RPT-RECORD.
007540*
007550  3010-ECRIT-ATTENTE-FIN.
007560      EXIT.
007570*
007580*---------------------------------------------------------------*
007590*   TOTAUX DE L'ETAT ET CONTROLE D'EQUILIBRE DU SUSPENS         *
007600*---------------------------------------------------------------*
007610  3100-ECRIT-TOTAUX-DEB.
007620*
007630      COMPUTE WS-CPT-CONTROLE = WS-CPT-APPROUVES + WS-CPT-REJETES
007640                              + WS-CPT-ATTENTE.
007650*
007660      MOVE SPACE TO RPT-RECORD.
007670      WRITE RPT-RECORD.
007680      MOVE SPACE TO WS-LEDIT.
007690      STRING 'SUSPENS LUS         : ' WS-CPT-SUS-LUS
007700              DELIMITED BY SIZE INTO WS-LEDIT.
007710      MOVE WS-LEDIT TO RPT-RECORD.
007720      WRITE RPT-RECORD.
007730      MOVE SPACE TO WS-LEDIT.
007740      STRING 'APPROUVES           : ' WS-CPT-APPROUVES
007750              DELIMITED BY SIZE INTO WS-LEDIT.
007760      MOVE WS-LEDIT TO RPT-RECORD.
007770      WRITE RPT-RECORD.
007780      MOVE SPACE TO WS-LEDIT.
007790      STRING 'REJETES             : ' WS-CPT-REJETES
007800              DELIMITED BY SIZE INTO WS-LEDIT.
007810      MOVE WS-LEDIT TO RPT-RECORD.
007820      WRITE RPT-RECORD.
007830      MOVE SPACE TO WS-LEDIT.
007840      STRING 'EN ATTENTE          : ' WS-CPT-ATTENTE
007850              DELIMITED BY SIZE INTO WS-LEDIT.
007860      MOVE WS-LEDIT TO RPT-RECORD.
007870      WRITE RPT-RECORD.
007880      MOVE SPACE TO WS-LEDIT.
007890      STRING 'DONT PLUS DE ' WS-DELAI ' JOURS : ' WS-CPT-ANCIENS
007900              DELIMITED BY SIZE INTO WS-LEDIT.
007910      MOVE WS-LEDIT TO RPT-RECORD.
007920      WRITE RPT-RECORD.
007930      MOVE SPACE TO WS-LEDIT.
007940      STRING 'CARTES LUES         : ' WS-CPT-CARTES
007950             '  DONT REJETEES : ' WS-CPT-CARTES-REJ
007960              DELIMITED BY SIZE INTO WS-LEDIT.
007970      MOVE WS-LEDIT TO RPT-RECORD.
007980      WRITE RPT-RECORD.
007990      IF WS-CPT-CONTROLE = WS-CPT-SUS-LUS
008000          MOVE 'CONTROLE : LUS = APPROUVES + REJETES + EN ATTENTE'
008010                                                  TO RPT-RECORD
008020      ELSE
008030          MOVE '*** CONTROLE EN ECART : LUS <> APPROUVES +'
008040                                                  TO RPT-RECORD
008050          WRITE RPT-RECORD
008060          MOVE '    REJETES + EN ATTENTE' TO RPT-RECORD
008070      END-IF.
008080      WRITE RPT-RECORD.
008090      MOVE SPACE TO RPT-RECORD.
008100      WRITE RPT-RECORD.
008110      MOVE 'MOTIFS CARTE : 01 CODE INCONNU  02 REFERENCE INCONNUE'
008120                                                  TO RPT-RECORD.
008130      WRITE RPT-RECORD.
008140      MOVE '  03 AUTEUR ABSENT  04 DEJA DECIDE  05 RAISON ABSENTE'
008150                                                  TO RPT-RECORD.
008160      WRITE RPT-RECORD.
008161      MOVE '  06 CUBE AUTRE QUE CELUI DU PASSAGE' TO RPT-RECORD.
008162      WRITE RPT-RECORD.
008163      IF WS-CUBE-PASSAGE-FIXE
008164          MOVE SPACE TO RPT-RECORD
008165          STRING 'CUBE DU DELTAOUT : ' WS-CUBE-PASSAGE
008166                 DELIMITED BY SIZE
008167          INTO RPT-RECORD
008168          WRITE RPT-RECORD
008169      END-IF.
008170*
008180  3100-ECRIT-TOTAUX-FIN.
008190      EXIT.
008200*
008210*---------------------------------------------------------------*
008220*   NUMERO DE JOUR (JOUR JULIEN) DE LA DATE WS-DJ-DATE, RENDU   *
008230*   DANS WS-DJ-NUM ; CHAQUE QUOTIENT EST RANGE EN ZONE ENTIERE, *
008240*   CE QUI EN ASSURE LA TRONCATURE                              *
008250*---------------------------------------------------------------*
008260  7000-CALCUL-JOUR-DEB.
008270*
008280      COMPUTE WS-DJ-A  = (14 - WS-DJ-MM) / 12.
008290      COMPUTE WS-DJ-Y  = WS-DJ-SSAA + 4800 - WS-DJ-A.
008300      COMPUTE WS-DJ-M  = WS-DJ-MM + 12 * WS-DJ-A - 3.
008310      COMPUTE WS-DJ-T1 = (153 * WS-DJ-M + 2) / 5.
008320      COMPUTE WS-DJ-T2 = WS-DJ-Y / 4.
008330      COMPUTE WS-DJ-T3 = WS-DJ-Y / 100.
008340      COMPUTE WS-DJ-T4 = WS-DJ-Y / 400.
008350      COMPUTE WS-DJ-NUM = WS-DJ-JJ + WS-DJ-T1 + 365 * WS-DJ-Y
008360                        + WS-DJ-T2 - WS-DJ-T3 + WS-DJ-T4 - 32045.
008370*
008380  7000-CALCUL-JOUR-FIN.
008390      EXIT.
008400*
008410  8999-STATISTIQUES-DEB.
008420*
008430       DISPLAY '************************************************'
008440       DISPLAY '*     STATISTIQUES DU PROGRAMME ADSOTP21       *'
008450       DISPLAY '*     ==================================       *'
008460       DISPLAY '************************************************'
008470       DISPLAY '  SUSPENS LUS    : ' WS-CPT-SUS-LUS
008480       DISPLAY '  CARTES LUES    : ' WS-CPT-CARTES
008490       DISPLAY '  CARTES REJETEES: ' WS-CPT-CARTES-REJ
008500       DISPLAY '  APPROUVES      : ' WS-CPT-APPROUVES
008510       DISPLAY '  REJETES        : ' WS-CPT-REJETES
008520       DISPLAY '  EN ATTENTE     : ' WS-CPT-ATTENTE
008530       DISPLAY '  DONT ANCIENS   : ' WS-CPT-ANCIENS
008540       DISPLAY '************************************************'.
008550*
008560  8999-STATISTIQUES-FIN.
008570       EXIT.
008580*
008590*---------------------------------------------------------------*
008600*   9999-  : PROTECTION FIN DE PROGRAMME                        *
008610*---------------------------------------------------------------*
008620*
008630  9999-FIN-PROGRAMME-DEB.
008640*
008650*---------------------------------------------------------------*
008660* CODE RETOUR GRADUE POUR LE PLANIFICATEUR : 4 SI DES CARTES ONT*
008670* ETE REJETEES OU SI DES MOUVEMENTS ATTENDENT DEPUIS PLUS DU    *
008680* DELAI D'ALERTE, SINON 0. L'ARRET ANORMAL (9999-ERREUR-) VAUT 16*
008690*---------------------------------------------------------------*
008700      IF WS-CPT-CARTES-REJ > 0 OR WS-CPT-ANCIENS > 0
008710          MOVE 4 TO WS-CR-FINAL
008720      ELSE
008730          MOVE 0 TO WS-CR-FINAL
008740      END-IF.
008750*
008760       DISPLAY '*==============================================*'
008770       DISPLAY '*     FIN NORMALE DU PROGRAMME ADSOTP21        *'
008780       DISPLAY '*     CODE RETOUR : ' WS-CR-FINAL
008790       DISPLAY '*==============================================*'.
008800*
008810      MOVE WS-CR-FINAL TO RETURN-CODE.
008820*
008830  9999-FIN-PROGRAMME-FIN.
008840       GOBACK.
008850*
008860  9999-ERREUR-PROGRAMME-DEB.
008870*
008880       DISPLAY '*==============================================*'
008890       DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
008900       DISPLAY '*     FIN ANORMALE DU PROGRAMME ADSOTP21       *'
008910       DISPLAY '*==============================================*'.
008920*
008930* CODE RETOUR 16 = ARRET ANORMAL (CONVENTION DU PLANIFICATEUR)
008940       MOVE 16 TO RETURN-CODE.
008950*
008960  9999-ERREUR-PROGRAMME-FIN.
008970       GOBACK.
