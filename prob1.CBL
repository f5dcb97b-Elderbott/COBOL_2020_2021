           FILE STATUS IS STATUT-REJETS.

      * déclaration fichier indexé des prets (cle = fpret-num, pour
      * permettre l'enregistrement du retour en place ; cles
      * secondaires emprunteur, film et date de rendu, pour lire
      * directement les prets d'un emprunteur ou d'un film et les
      * prets encore ouverts (date de rendu a 0) sans parcourir tout
      * le fichier)
           SELECT fpret
           ASSIGN TO pret-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS fpret-num
           ALTERNATE RECORD KEY IS fpret-emprunteur WITH DUPLICATES
           ALTERNATE RECORD KEY IS fpret-film WITH DUPLICATES
           ALTERNATE RECORD KEY IS fpret-date-rendu WITH DUPLICATES
           FILE STATUS IS STATUT-PRET.

      * historique des prets rendus depuis longtemps, sortis de
      * pret.dat par la directive PURGE (cle = numero de pret)
           SELECT fhistpret
           ASSIGN TO "histpret.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS fhst-num
           FILE STATUS IS STATUT-HISTPRET.

      * compteur persistant du prochain numero de pret disponible
           SELECT fcptpret
           ASSIGN TO "cptpret.dat"
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-PARAMPRET.

      * calendrier des fermetures datees (jours feries, fermetures
      * exceptionnelles ; cle = ffer-date), complete par les jours
      * de fermeture hebdomadaire de la politique de pret
           SELECT ffermeture
           ASSIGN TO "fermeture.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS ffer-date
           FILE STATUS IS STATUT-FERMETURE.

      * fichier de travail du tri des prets en retard par emprunteur
      * (edition des lettres de relance)
           SELECT ftripret
           ASSIGN TO "tri_pret.tmp".

      * lettres de relance imprimables (une par emprunteur en retard
      * que la passerelle SMS / courriel n'a pas pu joindre)
           SELECT frelances
           ASSIGN TO relances-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-RELANCES.

      * fichier de travail du tri des copies mises de cote par
      * reservataire (edition des avis de mise a disposition)
           SELECT ftriavis
           ASSIGN TO "tri_avis.tmp".

      * avis de mise a disposition imprimables (un par emprunteur
      * ayant au moins une copie mise de cote a son nom)
           SELECT favis
           ASSIGN TO avis-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-AVIS.

      * rapport imprimable des statistiques de circulation
           SELECT fcircul
           ASSIGN TO circul-name
           RECORD KEY IS frsv-cle
           FILE STATUS IS STATUT-RESERV.

      * déclaration fichier indexé des demandes de transfert d'une
      * copie entre deux sites (cle = film + numero de copie : une
      * copie n'a qu'un transfert en cours a la fois)
           SELECT ftransfert
           ASSIGN TO "transfert.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS ftrf-cle
           FILE STATUS IS STATUT-TRANSFERT.

      * tri des transferts a preparer par site de depart
           SELECT ftritrf
           ASSIGN TO "tri_trf.tmp".

      * listes de preparation des transferts, une par site de depart
           SELECT ftrfliste
           ASSIGN TO trfliste-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-TRFLISTE.

      * déclaration fichier indexé des messages transmis a la
      * passerelle SMS / courriel (cle = type de message + reference
      * + copie + date : un meme message n'est jamais emis deux fois)
           SELECT fnotif
           ASSIGN TO "notification.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS fntf-cle
           FILE STATUS IS STATUT-NOTIF.

      * messages du jour pour la passerelle (une ligne par message,
      * zones separees par des points-virgules)
           SELECT fnotifsortie
           ASSIGN TO notifsortie-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-NOTIFSORTIE.

      * compte-rendu de remise renvoye par la passerelle
           SELECT fnotifretour
           ASSIGN TO notifretour-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-NOTIFRETOUR.

      * déclaration fichier indexé des comptes des emprunteurs
      * (cle = fcpt-empr ; solde des amendes de retard restant dues)
           SELECT fcompte
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-SOLDES.

      * journal en ajout seul des mouvements des comptes emprunteurs
      * (amendes, frais de remplacement, reglements, exonerations et
      * corrections), avec operateur, date et heure
           SELECT fmouvement
           ASSIGN TO "mouvement.dat"
           ORGANIZATION SEQUENTIAL
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-MOUVEMENT.

      * historique des clotures de caisse (reference du controle des
      * soldes de la cloture suivante)
           SELECT fcloture
           ASSIGN TO "cloture.dat"
           ORGANIZATION SEQUENTIAL
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-CLOTURE.

      * etat imprimable de cloture de caisse d'un operateur
           SELECT fcaisse
           ASSIGN TO caisse-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-CAISSE.

      * déclaration fichier indexé des emprunteurs (cle = fempr-num)
           SELECT femprunteur
           ASSIGN TO empr-name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STATUT-RAPPORT.

      * fichiers films, emprunteurs, journal et sauvegardes dans leur
      * ancienne presentation (avant annee, support et age minimum
      * des films et date de naissance des emprunteurs) : lus par la
      * seule conversion, sous les memes noms et les memes cles
           SELECT fancfilm
           ASSIGN TO FILE-NAME
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-film-num
           ALTERNATE RECORD KEY IS anc-film-nom WITH DUPLICATES
           FILE STATUS IS STATUT-ANCIEN.

           SELECT fancempr
           ASSIGN TO empr-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-empr-num
           FILE STATUS IS STATUT-ANCIEN.

      * emprunteurs avec date de naissance, sans fin d'adhesion
           SELECT fancemprnais
           ASSIGN TO empr-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-emprnais-num
           FILE STATUS IS STATUT-ANCIEN.

           SELECT fancjournal
           ASSIGN TO "journal.dat"
           ORGANIZATION SEQUENTIAL
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-ANCIEN.

           SELECT fancarchive
           ASSIGN TO archive-name
           ORGANIZATION SEQUENTIAL
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-ANCIEN.

      * fichier des prets sans cles secondaires : fiche actuelle, ou
      * fiche d'origine sans prolongations ni motif de fin de pret
           SELECT fancpret
           ASSIGN TO pret-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-pret-num
           FILE STATUS IS STATUT-ANCIEN.

           SELECT fancpretori
           ASSIGN TO pret-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-pretori-num
           FILE STATUS IS STATUT-ANCIEN.

      * exemplaires et reservations d'avant les sites (copie sans
      * site d'attache ni site actuel, demande sans site de retrait)
      * et fiche d'exemplaire d'origine
           SELECT fancexm
           ASSIGN TO exemplaire-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-exm-cle
           FILE STATUS IS STATUT-ANCIEN.

           SELECT fancexmori
           ASSIGN TO exemplaire-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-exmori-cle
           FILE STATUS IS STATUT-ANCIEN.

           SELECT fancreserv
           ASSIGN TO reserv-name
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IS anc-rsv-cle
           FILE STATUS IS STATUT-ANCIEN.

      * fichier de travail de la conversion (fiches deja mises a la
      * nouvelle presentation, en attente de rechargement)
           SELECT fconvtmp
           ASSIGN TO "conversion.tmp"
           ORGANIZATION SEQUENTIAL
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-CONVTMP.

      * point d'avancement de la conversion (etape atteinte), pour
      * qu'une relance apres incident ne reconvertisse rien deux fois
           SELECT fconversion
           ASSIGN TO "conversion.dat"
           ORGANIZATION SEQUENTIAL
           ACCESS SEQUENTIAL
           FILE STATUS IS STATUT-CONVERSION.

      *
       DATA DIVISION.
       FILE SECTION.
      * déclaration enregistrement d'un film dans le fichier indexé
      * (ffilm-annee : annee de sortie, 0 si inconnue ; ffilm-format :
      * D = DVD, V = VHS, B = Blu-ray ; ffilm-age : age minimum de
      * l'emprunteur, 0 = tous publics)
       FD  ffilm.
       01  film-enr.
            02  ffilm-num      PIC 9(6).
            02  ffilm-nom      PIC X(50).
            02  ffilm-mots.
                03  ffilm-mot  PIC X(20) OCCURS 5 TIMES.
            02  ffilm-annee    PIC 9(4).
            02  ffilm-format   PIC X.
            02  ffilm-age      PIC 9(2).

      * déclaration du catalogue imprimable (lignes de texte)
       FD  fcatalogue.
           02  FILLER      PIC X(2) VALUE SPACES.
           02  cl-nom      PIC X(50).
           02  FILLER      PIC X(2) VALUE SPACES.
           02  cl-annee    PIC X(4).
           02  FILLER      PIC X VALUE SPACE.
           02  cl-support  PIC X(7).
           02  FILLER      PIC X VALUE SPACE.
           02  cl-age      PIC X(3).
           02  FILLER      PIC X(2) VALUE SPACES.
           02  cl-mots     PIC X(108).
       01  catalogue-entete PIC X(102).

           02  tri-nom     PIC X(50).
           02  tri-mots.
               03  tri-mot PIC X(20) OCCURS 5 TIMES.
           02  tri-annee   PIC 9(4).
           02  tri-format  PIC X.
           02  tri-age     PIC 9(2).

      * compteur persistant du prochain numero de film disponible
       FD  fcompteur.
       01  compteur-enr.
           02  cpt-prochain-num PIC 9(6).

      * archive/sauvegarde du catalogue (la premiere fiche est un
      * en-tete a arc-num 0 : une sauvegarde qui n'en a pas date
      * d'avant la presentation actuelle et doit etre convertie)
       FD  farchive.
       01  archive-enr.
           02  arc-num      PIC 9(6).
               88  ARC-ENTETE VALUE 0.
           02  arc-nom      PIC X(50).
           02  arc-mots.
               03  arc-mot  PIC X(20) OCCURS 5 TIMES.
           02  arc-annee    PIC 9(4).
           02  arc-format   PIC X.
           02  arc-age      PIC 9(2).

      * export texte delimite (point-virgule) du catalogue
       FD  fcsv.
      * fpret-relance : 0 = jamais relance, 1 = relance envoyee,
      * 2 = seconde relance envoyee ; fpret-exemplaire : numero de
      * la copie physique pretee, 0 pour un titre sans exemplaires
      * recenses ; fpret-nb-prolong : nombre de prolongations deja
      * accordees sur ce pret ; fpret-motif-fin : blanc = rendu,
      * P = perdu, D = detruit (pret clos sans retour de la boite) ;
      * fpret-remplace : C une fois la perte reprise dans une
      * proposition de commande)
       FD  fpret.
       01  pret-enr.
           02  fpret-num           PIC 9(6).
           02  fpret-date-rendu    PIC 9(8).
           02  fpret-relance       PIC 9.
           02  fpret-exemplaire    PIC 9(3).
           02  fpret-nb-prolong    PIC 9(2).
           02  fpret-motif-fin     PIC X.
           02  fpret-remplace      PIC X.

      * pret rendu deplace dans l'historique (meme presentation que
      * pret-enr)
       FD  fhistpret.
       01  histpret-enr.
           02  fhst-num            PIC 9(6).
           02  fhst-reste          PIC X(44).

      * parametres de la politique de pret
       FD  fparampret.
           02  fpp-duree           PIC 9(3).
           02  fpp-max-prets       PIC 9(2).
           02  fpp-max-retards     PIC 9(2).
           02  fpp-max-prolong     PIC 9(2).
           02  fpp-frais-remplace  PIC 9(3)V99.
           02  fpp-jours-fermes    PIC X(7).
           02  fpp-delai-retrait   PIC 9(2).
           02  fpp-conserve        PIC 9(3).
           02  fpp-adhesion        PIC 9(2).
           02  fpp-anonymise       PIC 9(2).
           02  fpp-site            PIC X(3).
           02  fpp-delai-relance   PIC 9(2).

      * une date de fermeture du calendrier et son libelle
       FD  ffermeture.
       01  fermeture-enr.
           02  ffer-date           PIC 9(8).
           02  ffer-libelle        PIC X(30).

      * fichier de tri des prets en retard : une fiche par relance
      * non remise par la passerelle, triee par emprunteur puis par
      * niveau de relance decroissant (la premiere fiche d'un
      * emprunteur porte ainsi le niveau le plus haut, ce qui decide
      * du libelle de la lettre des la rupture)
       SD  ftripret.
       01  ftripret-enr.
           02  rel-empr            PIC 9(6).
       FD  frelances.
       01  relances-ligne          PIC X(100).

      * tri des copies mises de cote dont l'avis reste a editer
       SD  ftriavis.
       01  ftriavis-enr.
           02  avi-empr            PIC 9(6).
           02  avi-film            PIC 9(6).
           02  avi-limite          PIC 9(8).

      * avis de mise a disposition imprimables
       FD  favis.
       01  avis-ligne              PIC X(100).

      * compteur persistant du prochain numero de pret disponible
       FD  fcptpret.
       01  cptpret-enr.
       01  circul-ligne            PIC X(100).

      * déclaration enregistrement d'un exemplaire physique dans le
      * fichier indexé (fexm-etat : N = neuf, B = bon, U = use,
      * A = abime ; fexm-statut : D = disponible, S = sorti,
      * R = retire, C = de cote pour un reservataire, P = a
      * transferer vers un autre site, T = en transit ;
      * fexm-motif-retrait : P = perdu, D = detruit, renseigne avec
      * fexm-date-retrait par la declaration de perte ; une copie de
      * cote porte son reservataire, la date limite de retrait et
      * fexm-avis = I une fois l'avis de mise a disposition edite,
      * M une fois le message transmis a la passerelle SMS, N si ce
      * message n'a pas ete remis (avis imprime a editer) ;
      * une copie a transferer ou en transit porte le reservataire
      * qui l'attend, 0 si elle rentre a son site d'attache ;
      * fexm-site-origine = site d'attache de la copie,
      * fexm-site-actuel = site ou elle se trouve)
       FD  fexemplaire.
       01  exemplaire-enr.
           02  fexm-cle.
           02  fexm-date-acq       PIC 9(8).
           02  fexm-etat           PIC X.
           02  fexm-statut         PIC X.
           02  fexm-motif-retrait  PIC X.
           02  fexm-date-retrait   PIC 9(8).
           02  fexm-empr-reserve   PIC 9(6).
           02  fexm-date-limite    PIC 9(8).
           02  fexm-avis           PIC X.
           02  fexm-site-origine   PIC X(3).
           02  fexm-site-actuel    PIC X(3).

      * déclaration enregistrement d'une reservation dans le fichier
      * indexé (une demande d'un emprunteur sur un film sorti,
      * frsv-site = site ou l'emprunteur retirera le film)
       FD  freserv.
       01  reserv-enr.
           02  frsv-cle.
               03  frsv-rang       PIC 9(3).
           02  frsv-empr           PIC 9(6).
           02  frsv-date           PIC 9(8).
           02  frsv-site           PIC X(3).

      * déclaration enregistrement d'une demande de transfert
      * (ftrf-statut : A = a preparer, T = expediee ; ftrf-empr =
      * reservataire qui attend la copie, 0 pour un retour au site
      * d'attache)
       FD  ftransfert.
       01  transfert-enr.
           02  ftrf-cle.
               03  ftrf-film       PIC 9(6).
               03  ftrf-exm        PIC 9(3).
           02  ftrf-origine        PIC X(3).
           02  ftrf-dest           PIC X(3).
           02  ftrf-empr           PIC 9(6).
           02  ftrf-date-dem       PIC 9(8).
           02  ftrf-statut         PIC X.
           02  ftrf-date-envoi     PIC 9(8).

      * tri des transferts a preparer
       SD  ftritrf.
       01  ftritrf-enr.
           02  prp-origine         PIC X(3).
           02  prp-dest            PIC X(3).
           02  prp-film            PIC 9(6).
           02  prp-exm             PIC 9(3).
           02  prp-empr            PIC 9(6).

      * listes de preparation imprimables
       FD  ftrfliste.
       01  trfliste-ligne          PIC X(100).

      * déclaration enregistrement d'un message transmis a la
      * passerelle (fntf-type : E = echeance dans 2 jours, 1 =
      * premiere relance, 2 = seconde relance, R = reservation a
      * retirer ; fntf-ref = numero du pret, 0 en fntf-exm et, pour
      * le seul rappel d'echeance, l'echeance en fntf-cle-date ;
      * pour une copie de cote fntf-ref = film, fntf-exm = copie et
      * fntf-cle-date = date limite de retrait ; fntf-date-ref =
      * date citee dans le message ; fntf-statut : A = transmis,
      * compte-rendu attendu, R = remis, N = emprunteur non joint
      * (sans telephone ou echec signale par la passerelle) ;
      * fntf-lettre = L une fois la relance d'un emprunteur non
      * joint reprise dans l'edition imprimee)
       FD  fnotif.
       01  notif-enr.
           02  fntf-cle.
               03  fntf-type       PIC X.
               03  fntf-ref        PIC 9(6).
               03  fntf-exm        PIC 9(3).
               03  fntf-cle-date   PIC 9(8).
           02  fntf-empr           PIC 9(6).
           02  fntf-film           PIC 9(6).
           02  fntf-date-ref       PIC 9(8).
           02  fntf-date-envoi     PIC 9(8).
           02  fntf-statut         PIC X.
           02  fntf-date-statut    PIC 9(8).
           02  fntf-lettre         PIC X.

      * messages du jour pour la passerelle
       FD  fnotifsortie.
       01  notifsortie-ligne       PIC X(120).

      * compte-rendu de la passerelle
       FD  fnotifretour.
       01  notifretour-ligne       PIC X(100).

      * déclaration enregistrement d'un compte d'emprunteur dans le
      * fichier indexé (solde des amendes de retard restant dues)
       FD  fsoldes.
       01  soldes-ligne            PIC X(80).

      * mouvement d'un compte emprunteur (fmvt-type : A = amende de
      * retard, F = frais de remplacement, R = reglement encaisse,
      * E = exoneration, C = correction ; fmvt-sens : + augmente le
      * solde du, - le diminue ; fmvt-pret a 0 hors pret)
       FD  fmouvement.
       01  mouvement-enr.
           02  fmvt-date           PIC 9(8).
           02  fmvt-heure          PIC 9(6).
           02  fmvt-operateur      PIC X(8).
           02  fmvt-type           PIC X.
           02  fmvt-empr           PIC 9(6).
           02  fmvt-pret           PIC 9(6).
           02  fmvt-sens           PIC X.
           02  fmvt-montant        PIC 9(5)V99.
           02  fmvt-motif          PIC X(30).

      * cloture de caisse : nombre de mouvements deja enregistres et
      * total des soldes des comptes au moment de la cloture
       FD  fcloture.
       01  cloture-enr.
           02  fclo-date           PIC 9(8).
           02  fclo-heure          PIC 9(6).
           02  fclo-operateur      PIC X(8).
           02  fclo-nb-mvt         PIC 9(8).
           02  fclo-total-soldes   PIC 9(9)V99.

      * etat imprimable de cloture de caisse
       FD  fcaisse.
       01  caisse-ligne            PIC X(100).

      * déclaration enregistrement d'un emprunteur dans le fichier
      * indexé (fempr-statut : A = actif, B = bloque ;
      * fempr-naissance : date de naissance AAAAMMJJ, 0 si inconnue ;
      * fempr-expiration : fin de l'adhesion ; fempr-activite :
      * derniere inscription, renouvellement, sortie ou retour ; un
      * emprunteur anonymise garde son numero, sans nom ni telephone)
       FD  femprunteur.
       01  empr-enr.
           02  fempr-num           PIC 9(6).
           02  fempr-nom           PIC X(30).
           02  fempr-tel           PIC X(15).
           02  fempr-statut        PIC X.
           02  fempr-naissance     PIC 9(8).
           02  fempr-expiration    PIC 9(8).
           02  fempr-activite      PIC 9(8).

      * compteur persistant du prochain numero d'emprunteur disponible
       FD  fcptempr.
           02  jrn-operateur       PIC X(8).
           02  jrn-operation       PIC X.
           02  jrn-film            PIC 9(6).
           02  jrn-avant           PIC X(163).
           02  jrn-apres           PIC X(163).

      * archive datee des lignes de journal cloturees
      * (355 = taille de journal-enr, copie telle quelle)
       FD  fjrnarchive.
       01  jrnarchive-enr          PIC X(355).

      * fichier de travail du compactage du journal vivant
       FD  fjrntmp.
       01  jrntmp-enr              PIC X(355).

      * date de coupure de la derniere cloture du journal
       FD  fcoupure.
       FD  frapport.
       01  rapport-ligne           PIC X(100).

      * ancienne presentation d'un film (156 caracteres)
       FD  fancfilm.
       01  anc-film-enr.
           02  anc-film-num        PIC 9(6).
           02  anc-film-nom        PIC X(50).
           02  anc-film-mots       PIC X(100).

      * ancienne presentation d'un emprunteur (52 caracteres)
       FD  fancempr.
       01  anc-empr-enr.
           02  anc-empr-num        PIC 9(6).
           02  anc-empr-reste      PIC X(46).

      * emprunteur avec date de naissance, sans adhesion (60
      * caracteres)
       FD  fancemprnais.
       01  anc-emprnais-enr.
           02  anc-emprnais-num    PIC 9(6).
           02  anc-emprnais-reste  PIC X(54).

      * ancienne ligne de journal (images de 156 caracteres)
       FD  fancjournal.
       01  anc-jrn-enr.
           02  anc-jrn-entete      PIC X(29).
           02  anc-jrn-avant       PIC X(156).
           02  anc-jrn-apres       PIC X(156).

      * ancienne sauvegarde du catalogue (sans fiche d'en-tete)
       FD  fancarchive.
       01  anc-arc-enr             PIC X(156).

      * fiche de pret actuelle, lue sans les cles secondaires
      * (50 caracteres)
       FD  fancpret.
       01  anc-pret-enr.
           02  anc-pret-num        PIC 9(6).
           02  anc-pret-reste      PIC X(44).

      * fiche de pret d'origine (46 caracteres, jusqu'a l'exemplaire)
       FD  fancpretori.
       01  anc-pretori-enr.
           02  anc-pretori-num     PIC 9(6).
           02  anc-pretori-reste   PIC X(40).

      * fiche d'exemplaire sans sites (43 caracteres)
       FD  fancexm.
       01  anc-exm-enr.
           02  anc-exm-cle.
               03  anc-exm-film    PIC 9(6).
               03  anc-exm-num     PIC 9(3).
           02  anc-exm-reste       PIC X(34).

      * fiche d'exemplaire d'origine (19 caracteres, jusqu'au
      * statut)
       FD  fancexmori.
       01  anc-exmori-enr.
           02  anc-exmori-cle.
               03  anc-exmori-film PIC 9(6).
               03  anc-exmori-num  PIC 9(3).
           02  anc-exmori-reste    PIC X(10).

      * fiche de reservation sans site de retrait (23 caracteres)
       FD  fancreserv.
       01  anc-rsv-enr.
           02  anc-rsv-cle.
               03  anc-rsv-film    PIC 9(6).
               03  anc-rsv-rang    PIC 9(3).
           02  anc-rsv-reste       PIC X(14).

      * fiche convertie en attente de rechargement (400 : la plus
      * longue des fiches converties, ligne de journal comprise)
       FD  fconvtmp.
       01  convtmp-enr             PIC X(400).

      * etape atteinte par la conversion, date de la sauvegarde en
      * cours de rechargement (etape 7) et fichiers trouves dans
      * l'ancienne presentation (1 = a recharger depuis
      * conversion.tmp)
       FD  fconversion.
       01  conversion-enr.
           02  fconv-etape         PIC 9(2).
           02  fconv-date          PIC 9(8).
           02  fconv-films         PIC 9.
           02  fconv-empr          PIC 9.
           02  fconv-journal       PIC 9.
           02  fconv-prets         PIC 9.

       WORKING-STORAGE SECTION.
      * nom du fichier catalogue genere (liste triee par nom)
       77  catalogue-name          PIC X(20) VALUE "catalogue.lst".
      * nom du fichier d'export delimite
       77  csv-name                PIC X(20) VALUE "catalogue.csv".
       77  w-csv-num               PIC ZZZZZ9.
       77  w-csv-annee             PIC X(4).
       01  STATUT-CSV              PIC XX.
      * chargement en masse des titres fournisseur
       77  trans-name              PIC X(20) VALUE "fournisseur.dat".
           02  film-nom      PIC X(50).
           02  film-mots.
               03  film-mot  PIC X(20) OCCURS 5 TIMES.
           02  film-annee    PIC 9(4).
           02  film-format   PIC X.
           02  film-age      PIC 9(2).
      * controle de l'annee, du support et de l'age minimum saisis
       77  w-classe-ok     PIC 9.
       77  w-annee-max     PIC 9(4).
      * libelle du support (catalogue imprimable et export)
       77  w-support-code  PIC X.
       77  w-support-lib   PIC X(7).
       77  w-age-aff       PIC Z9.
      
      * déclaration variable nom fichier séquentiel : 8 caractères maxi + extension   
       77  file-name     PIC X(20) VALUE "film.dat".
      * s'ouvre avec le statut 39 : a signaler, jamais a parcourir
       01  REDEFINES STATUT-PRET   PIC X.
           88  PRET-OKAY           VALUE "0".
       01  STATUT-HISTPRET         PIC XX.
           88  HISTPRET-NOT-FOUND  VALUE "35".
       01  STATUT-CPTPRET          PIC XX.
           88  CPTPRET-NOT-FOUND   VALUE "35".
      * structure de travail d'un pret (meme decoupage que pret-enr)
           02  pret-date-rendu     PIC 9(8).
           02  pret-relance        PIC 9.
           02  pret-exemplaire     PIC 9(3).
           02  pret-nb-prolong     PIC 9(2).
           02  pret-motif-fin      PIC X.
           02  pret-remplace       PIC X.
       77  w-prochain-pret         PIC 9(6).
       77  w-max-pret              PIC 9(6).
       77  w-date-jour             PIC 9(8).
       77  w-pp-duree              PIC 9(3).
       77  w-pp-max-prets          PIC 9(2).
       77  w-pp-max-retards        PIC 9(2).
       77  w-pp-max-prolong        PIC 9(2).
       77  w-pp-frais-remplace     PIC 9(3)V99.
      * jours de fermeture hebdomadaire, un caractere par jour du
      * lundi au dimanche (F = ferme)
       77  w-pp-jours-fermes       PIC X(7).
      * jours laisses au reservataire pour retirer une copie de cote
       77  w-pp-delai-retrait      PIC 9(2).
      * anciennete (en jours depuis le rendu) au dela de laquelle un
      * pret rendu passe dans l'historique
       77  w-pp-conserve           PIC 9(3).
      * duree d'une adhesion (mois) et inactivite (annees) au dela
      * de laquelle un emprunteur est anonymise
       77  w-pp-adhesion           PIC 9(2).
       77  w-pp-anonymise          PIC 9(2).
      * site principal : site des traitements de nuit, propose a
      * l'ouverture de session, et seul site ou sont attendus au
      * comptage les titres sans exemplaires recenses
       77  w-pp-site               PIC X(3).
      * jours de retard au dela desquels la seconde relance part
       77  w-pp-delai-relance      PIC 9(2).
       77  w-nb-prets-ouverts      PIC 9(2).
       77  w-nb-retards-empr       PIC 9(2).
      * calendrier des fermetures : un jour est ferme si son jour de
      * la semaine est ferme ou si sa date est au fichier ; les
      * retards se comptent en jours d'ouverture apres l'echeance
      * (elle-meme reportee au premier jour ouvert)
       01  STATUT-FERMETURE        PIC XX.
           88  FERMETURE-NOT-FOUND VALUE "35".
       77  wchoix-pp               PIC X.
       77  w-ffer-ouvert           PIC 9 VALUE 0.
       77  w-cal-date              PIC 9(8).
       77  w-cal-ferme             PIC 9.
       77  w-cal-jour              PIC 9.
       77  w-cal-garde             PIC 9(3).
       77  w-cal-int               PIC 9(7).
       77  w-cal-fin               PIC 9(7).
       77  w-cal-echeance          PIC 9(8).
       77  w-cal-reference         PIC 9(8).
       77  w-fer-date              PIC 9(8).
       77  w-fer-libelle           PIC X(30).
      * prolongation d'un pret au comptoir : indicateur d'accord et
      * nouvelle echeance proposee
       77  w-prolong-ok            PIC 9.
       77  w-nouv-echeance         PIC 9(8).
      * declaration de perte d'un pret (motif P/D et frais de
      * remplacement proposes) et boite rendue abimee
       77  w-perte-motif           PIC X.
       77  w-perte-frais           PIC 9(3)V99.
       77  w-retour-abime          PIC X.

      * edition des lettres de relance (une lettre par emprunteur
      * ayant au moins une relance non remise par la passerelle)
       77  relances-name           PIC X(20) VALUE "relances.lst".
       01  STATUT-RELANCES         PIC XX.
      * indicateur de bonne fin et nombre de lettres editees (repris
       01  STATUT-EXM              PIC XX.
           88  EXM-NOT-FOUND       VALUE "35".
           88  EXM-NON-TROUVE      VALUE "23".
      * comme pour les prets : un exemplaire.dat d'un format anterieur
      * s'ouvre avec le statut 39 et n'est jamais parcouru
       01  REDEFINES STATUT-EXM    PIC X.
           88  EXM-OKAY            VALUE "0".
       77  wchoix-exm              PIC X.
      * structure de travail d'un exemplaire (meme decoupage que
      * exemplaire-enr)
           02  exm-date-acq        PIC 9(8).
           02  exm-etat            PIC X.
           02  exm-statut          PIC X.
           02  exm-motif-retrait   PIC X.
           02  exm-date-retrait    PIC 9(8).
           02  exm-empr-reserve    PIC 9(6).
           02  exm-date-limite     PIC 9(8).
           02  exm-avis            PIC X.
           02  exm-site-origine    PIC X(3).
           02  exm-site-actuel     PIC X(3).
      * exemplaire retenu pour la sortie et compteurs de copies
       77  w-exm-choisi            PIC 9(3).
       77  w-nb-exemplaires        PIC 9(3).
       77  w-exm-saisi             PIC 9(3).
      * fexemplaire reellement ouvert pour le rapport d'inventaire
       77  w-fexm-ouvert           PIC 9.
      * copie attendue au comptage du site de l'operateur
       77  w-exm-attendu           PIC 9.
      * copies en rayon trouvees sur le site de l'operateur et sur
      * un autre site
       77  w-exm-local             PIC 9(3).
       77  w-exm-ailleurs          PIC 9(3).
      * numero d'exemplaire releve pendant le comptage
       77  w-inv-exm               PIC 9(3).

       01  STATUT-RESERV           PIC XX.
           88  RESERV-NOT-FOUND    VALUE "35".
           88  RESERV-NON-TROUVE   VALUE "23".
      * un reserv.dat d'un format anterieur (statut 39) n'est jamais
      * parcouru
       01  REDEFINES STATUT-RESERV PIC X.
           88  RESERV-OKAY         VALUE "0".
       77  wchoix-rsv              PIC X.
      * rang atteint dans la file du film et premier en attente
       77  w-rsv-rang              PIC 9(3).
       77  w-rsv-empr              PIC 9(6).
       77  w-rsv-trouve            PIC 9.
       77  w-rsv-nom               PIC X(30).
       77  w-rsv-site              PIC X(3).
       77  w-rsv-pose              PIC 9.
       77  w-nb-reserv             PIC 9(4).
      * mise de cote d'une copie rendue (ou liberee) pour le premier
      * reservataire qui n'en a pas deja une : copie traitee, date
      * limite de retrait et copie deja de cote pour le reservataire
       77  w-ret-film              PIC 9(6).
       77  w-ret-num               PIC 9(3).
       77  w-ret-limite            PIC 9(8).
       77  w-ret-deja              PIC 9.
       77  w-ret-idx               PIC 9(3).
       77  w-ret-fin               PIC 9.
      * copie de cote pour l'emprunteur a la sortie
       77  w-exm-retenu            PIC 9(3).
       77  w-nb-retenus            PIC 9(3).
      * statut de la copie trouvee pour le reservataire et sort de
      * la copie reattribuee (C = de cote, P = a transferer,
      * D = en rayon)
       77  w-ret-statut            PIC X.
       77  w-ret-resultat          PIC X.

      * transferts de copies entre sites : demande en cours de
      * traitement, ancien statut de la copie et liste de
      * preparation
       01  STATUT-TRANSFERT        PIC XX.
           88  TRANSFERT-NOT-FOUND VALUE "35".
       77  trfliste-name           PIC X(20) VALUE "transferts.lst".
       01  STATUT-TRFLISTE         PIC XX.
       77  w-trf-origine           PIC X(3).
       77  w-trf-dest              PIC X(3).
       77  w-trf-empr              PIC 9(6).
       77  w-trf-ancien            PIC X.
       77  w-trf-trouve            PIC 9.
       77  w-trf-fait              PIC 9.
       77  w-trf-site-prec         PIC X(3).
       77  w-trf-pour              PIC X(6).
       77  w-nb-transferts         PIC 9(4).
       77  w-nb-sites-trf          PIC 9(4).
      * avis de mise a disposition : indicateur de bonne fin, nombre
      * d'avis edites et rupture sur le reservataire
       77  avis-name               PIC X(20) VALUE "avis.lst".
       01  STATUT-AVIS             PIC XX.
       77  w-avis-fait             PIC 9.
       77  w-nb-avis               PIC 9(4).
       77  w-avis-empr-prec        PIC 9(6).
      * messages SMS / courriel : fichiers echanges avec la
      * passerelle, message en cours (sa cle sert aussi de reference
      * dans les deux fichiers) et compteurs du compte-rendu
       77  notifsortie-name        PIC X(20) VALUE "notifications.csv".
       77  notifretour-name        PIC X(20) VALUE "notif_retour.csv".
       01  STATUT-NOTIF            PIC XX.
           88  NOTIF-NOT-FOUND     VALUE "35".
       01  REDEFINES STATUT-NOTIF  PIC X.
           88  NOTIF-OKAY          VALUE "0".
       01  STATUT-NOTIFSORTIE      PIC XX.
       01  STATUT-NOTIFRETOUR      PIC XX.
           88  NOTIFRETOUR-NOT-FOUND VALUE "35".
       01  w-ntf-cle.
           02  w-ntf-type          PIC X.
           02  w-ntf-ref           PIC 9(6).
           02  w-ntf-exm           PIC 9(3).
           02  w-ntf-cle-date      PIC 9(8).
       77  w-ntf-empr              PIC 9(6).
       77  w-ntf-film              PIC 9(6).
       77  w-ntf-date-ref          PIC 9(8).
       77  w-ntf-libelle           PIC X(12).
       77  w-ntf-code              PIC X(10).
      * 1 = traitement fait, 0 = fichier manquant ou d'un ancien
      * format (voir le compte-rendu de la directive)
       77  w-ntf-fait              PIC 9.
       77  w-ntf-transmis          PIC 9.
       77  w-ntf-exm-ouvert        PIC 9.
      * echeance la plus lointaine qui donne lieu a un rappel
       77  w-ntf-rappel            PIC 9(8).
       77  w-ntf-niveau            PIC 9.
       77  w-nb-ntf-emis           PIC 9(6).
       77  w-nb-ntf-sans-tel       PIC 9(6).
       77  w-nb-ntf-remis          PIC 9(6).
       77  w-nb-ntf-echecs         PIC 9(6).
       77  w-nb-ntf-rejets         PIC 9(6).
      * message transmis reste sans compte-rendu : au dela du delai
      * de seconde relance (envoi anterieur a w-ntf-limite) il est
      * tenu pour non joint ; une copie de cote rendue a l'avis
      * imprime garde au moins jusqu'a w-ntf-limite-avis
       77  w-ntf-limite            PIC 9(8).
       77  w-ntf-limite-avis       PIC 9(8).
       77  w-nb-ntf-sans-retour    PIC 9(6).
       77  w-ntf-ouvert            PIC 9.
       77  w-ntf-attente           PIC 9.
      * expiration des mises de cote : copies relevees au premier
      * passage, puis reattribuees ou remises en rayon
       01  table-expire.
           02  exp-entree OCCURS 200 TIMES.
               03  exp-film        PIC 9(6).
               03  exp-num         PIC 9(3).
               03  exp-empr        PIC 9(6).
       77  w-nb-expire             PIC 9(3).
       77  w-exp-idx               PIC 9(3).
       77  w-exp-tronque           PIC 9.
       77  w-exp-fait              PIC 9.
       77  w-nb-reattribue         PIC 9(3).
      * disponibilite du film demande a la sortie
       77  w-film-dispo            PIC 9.

       77  wchoix-cpt              PIC X.
       77  w-nb-soldes             PIC 9(4).

      * mouvements des comptes : elements du mouvement en cours
      * d'ecriture (prepares par l'appelant de ecrit-mouvement-compte)
       01  STATUT-MOUVEMENT        PIC XX.
           88  MOUVEMENT-NOT-FOUND VALUE "35".
       77  w-mvt-type              PIC X.
       77  w-mvt-sens              PIC X.
       77  w-mvt-empr              PIC 9(6).
       77  w-mvt-pret              PIC 9(6).
       77  w-mvt-montant           PIC 9(5)V99.
       77  w-mvt-motif             PIC X(30).
      * exoneration ou correction d'un solde par le superviseur
       77  w-corr-ok               PIC 9.

      * cloture de caisse : derniere cloture (toutes caisses) et
      * derniere cloture de l'operateur signe, cumuls du controle
       01  STATUT-CLOTURE          PIC XX.
           88  CLOTURE-NOT-FOUND   VALUE "35".
       77  caisse-name             PIC X(20) VALUE "caisse.lst".
       01  STATUT-CAISSE           PIC XX.
       77  w-clo-trouve            PIC 9.
       77  w-clo-date              PIC 9(8).
       77  w-clo-heure             PIC 9(6).
       77  w-clo-nb-mvt            PIC 9(8).
       77  w-clo-total             PIC 9(9)V99.
       77  w-clo-oper-nb-mvt       PIC 9(8).
       77  w-clo-oper-date         PIC 9(8).
       77  w-clo-oper-heure        PIC 9(6).
       77  w-mvt-rang              PIC 9(8).
       77  w-nb-mvt-net            PIC 9(8).
       77  w-nb-encaisse           PIC 9(6).
       77  w-total-encaisse        PIC 9(9)V99.
       77  w-total-soldes          PIC 9(9)V99.
       77  w-net-mvt               PIC S9(9)V99.
       77  w-ecart                 PIC S9(9)V99.
       77  w-clo-resultat          PIC X(20).
       77  w-mnt-aff               PIC -ZZZZZZZZ9,99.
       77  w-nb-aff                PIC ZZZZZZZ9.

      * registre des emprunteurs (saisie, modification, suppression,
      * consultation avec prets en cours)
       77  empr-name               PIC X(20) VALUE "emprunteur.dat".
       01  STATUT-EMPR             PIC XX.
           88  EMPR-NOT-FOUND      VALUE "35".
           88  EMPR-NON-TROUVE     VALUE "23".
      * comme pour les prets : un emprunteur.dat d'un format anterieur
      * s'ouvre avec le statut 39 et n'est jamais parcouru
       01  REDEFINES STATUT-EMPR   PIC X.
           88  EMPR-OKAY           VALUE "0".
       01  STATUT-CPTEMPR          PIC XX.
           88  CPTEMPR-NOT-FOUND   VALUE "35".
      * structure de travail d'un emprunteur (meme decoupage que
           02  empr-nom            PIC X(30).
           02  empr-tel            PIC X(15).
           02  empr-statut         PIC X.
           02  empr-naissance      PIC 9(8).
           02  empr-expiration     PIC 9(8).
           02  empr-activite       PIC 9(8).
       77  w-prochain-empr         PIC 9(6).
       77  w-max-empr              PIC 9(6).
       77  wchoix-empr             PIC X.
      * resultat du controle de l'emprunteur d'un pret, date de
      * naissance lue et age atteint (controle de l'age minimum)
       77  w-empr-ok               PIC 9.
       77  w-empr-naissance        PIC 9(8).
       77  w-empr-age              PIC 9(3).
       77  w-empr-expiration       PIC 9(8).
      * fin d'adhesion calculee (date + duree d'adhesion en mois)
       01  w-adh-date              PIC 9(8).
       01  REDEFINES w-adh-date.
           02  w-adh-aaaa          PIC 9(4).
           02  w-adh-mm            PIC 9(2).
           02  w-adh-jj            PIC 9(2).
       77  w-adh-mois              PIC 9(6).
      * engagements d'un emprunteur (prets ouverts, reservations,
      * solde) qui interdisent sa suppression ou son anonymisation
       77  w-eng-empr              PIC 9(6).
       77  w-eng-prets             PIC 9(3).
       77  w-eng-reserv            PIC 9(3).
      * w-eng-illisible : 1 = prets, 2 = reservations d'un ancien
      * format (rien ne peut etre conclu)
       77  w-eng-illisible         PIC 9.
       77  w-eng-fin               PIC 9.
      * anonymisation des emprunteurs inactifs (traitement de nuit)
       77  w-anon-ans              PIC 9(2).
       77  w-anon-limite           PIC 9(8).
       77  w-anon-fait             PIC 9.
       77  w-nb-anonymes           PIC 9(6).
       77  w-nb-anon-ecartes       PIC 9(6).
      * ffilm reellement ouvert pour la consultation des prets
       77  w-ffilm-ouvert          PIC 9.
      * femprunteur reellement ouvert pour l'edition des relances
           88  JOURNAL-NOT-FOUND   VALUE "35".
       01  STATUT-JRNLISTE         PIC XX.
       77  jrnliste-name           PIC X(20) VALUE "journal.lst".
      * operateur signe (trace dans chaque ligne du journal) et
      * site ou il travaille pendant la session
       77  w-operateur             PIC X(8) VALUE SPACES.
       77  w-site                  PIC X(3) VALUE SPACES.
      * elements de la ligne de journal en cours d'ecriture
       77  w-jrn-operation         PIC X.
       77  w-jrn-film              PIC 9(6).
       01  w-jrn-avant             PIC X(163).
       01  w-jrn-apres             PIC X(163).
       77  w-heure                 PIC 9(8).
      * consultation du journal (filtre et mise en page)
       77  w-jrn-filtre            PIC X.
           02  w-jrn-img-num       PIC 9(6).
           02  w-jrn-img-nom       PIC X(50).
           02  w-jrn-img-mots      PIC X(100).
           02  w-jrn-img-annee     PIC 9(4).
           02  w-jrn-img-format    PIC X.
           02  w-jrn-img-age       PIC 9(2).
       77  w-jrn-nom-avant         PIC X(50).
       77  w-jrn-nom-apres         PIC X(50).
      * champs affiches d'une ligne de journal
       77  w-nb-manquants          PIC 9(6).
       77  w-nb-inconnus           PIC 9(6).
       77  w-nb-total-inv          PIC 9(6).
       77  w-nb-autre-site         PIC 9(6).

      * proposition de commande de remplacement : films dont une
      * boite n'a pas ete comptee a l'inventaire, plus films de

      * mode non interactif (exploitation de nuit) : directives
      * SAUVEGARDE, CATALOGUE, CSV, CHARGEMENT[=fichier], INTEGRITE,
      * RELANCES, EXPIRATION, AVIS, CONVERSION[=AAAAMMJJ],
      * PURGE[=jours], ANONYMISATION[=annees], TRANSFERTS,
      * NOTIFICATIONS, STATUTS[=fichier] recues en argument ou via
      * @fichier de parametres
       77  w-cmdline               PIC X(100).
       77  param-name              PIC X(20).
       01  STATUT-PARAM            PIC XX.
           88  PARAM-NOT-FOUND     VALUE "35".
      * fin du fichier de parametres (les directives parcourent
      * elles-memes leurs fichiers avec fin-fichier)
       77  w-param-fin             PIC 9.
       77  rapport-name            PIC X(20) VALUE "rapport.lst".
       01  STATUT-RAPPORT          PIC XX.
      * X(50) comme param-ligne : "CHARGEMENT=" suivi d'un nom de
       77  w-nb-sauves             PIC 9(6).
       77  w-nb-catalogue          PIC 9(6).
       77  w-nb-csv                PIC 9(6).
      * epuration des prets rendus : anciennete retenue, date de
      * rendu limite et nombre de prets deplaces dans l'historique
       77  w-purge-jours           PIC 9(3).
       77  w-purge-limite          PIC 9(8).
      * w-purge-fait : 1 = fait, 0 = prets d'un ancien format,
      * 2 = historique impossible a ouvrir ou a ecrire (son statut
      * est garde dans w-purge-statut)
       77  w-purge-fait            PIC 9.
       77  w-purge-statut          PIC XX.
       77  w-nb-purges             PIC 9(6).

      * point de controle du traitement de nuit : la premiere ligne
      * de reprise.dat est la ligne de commande (le point n'est
       77  w-rep-quotient          PIC 9(6).
       77  w-rep-reste             PIC 9(2).

      * conversion des fichiers a la presentation actuelle des
      * fiches : etape atteinte (reprise apres incident), fichiers
      * trouves dans l'ancienne presentation, premiere date de
      * sauvegarde recherchee et nombres de fiches converties
       01  STATUT-ANCIEN           PIC XX.
           88  ANCIEN-NOT-FOUND    VALUE "35".
       01  REDEFINES STATUT-ANCIEN PIC X.
           88  ANCIEN-OKAY         VALUE "0".
       01  STATUT-CONVTMP          PIC XX.
       01  STATUT-CONVERSION       PIC XX.
           88  CONVERSION-NOT-FOUND VALUE "35".
       77  w-conv-etape            PIC 9(2).
       77  w-conv-date             PIC 9(8).
       77  w-conv-films            PIC 9.
       77  w-conv-empr             PIC 9.
       77  w-conv-journal          PIC 9.
       77  w-conv-prets            PIC 9.
       77  w-conv-debut            PIC 9(8).
       77  w-conv-adhesion         PIC 9(8).
       77  w-conv-int              PIC 9(7).
       77  w-conv-fin              PIC 9(7).
       77  w-conv-fait             PIC 9.
       77  w-nb-conv-films         PIC 9(6).
       77  w-nb-conv-empr          PIC 9(6).
       77  w-nb-conv-jrn           PIC 9(6).
       77  w-nb-conv-sauv          PIC 9(6).
       77  w-nb-conv-prets         PIC 9(6).
       77  w-nb-conv-exm           PIC 9(6).
       77  w-nb-conv-reserv        PIC 9(6).
      * en-tete trouve en tete de la sauvegarde lue
       77  w-arc-entete            PIC 9.

      * reprise en avant du journal apres restauration
      * date de la sauvegarde restauree, conservee ici car
      * sauvegarde-fichier ecrase w-date avec la date du jour
           02  LINE 19 COL 44
               VALUE "Reservations de films.............S".
           02  LINE 20 COL 44
               VALUE "Parametres et calendrier..........T".
           02  LINE 21 COL 44
               VALUE "Cloture du journal................U".
           02  LINE 21 COL  6
               VALUE "Prolongation d'un pret............V".
           02  LINE 22 COL 44
               VALUE "Declaration de perte d'un pret....W".
           02  LINE 22 COL  6
               VALUE "Quitter...........................Q".
           02  LINE 23 COL 22
               VALUE "             ==> Votre choix : ".

              02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING wchoix.
           02  HIGHLIGHT PIC x(20) USING film-mot(4).
           02  LINE 14 COL  8 VALUE "MOT CLE 5 : ".
           02  HIGHLIGHT PIC x(20) USING film-mot(5).
           02  LINE 15 COL  8 VALUE "ANNEE : ".
           02  HIGHLIGHT PIC 9(4) USING film-annee.
           02  LINE 15 COL 22
               VALUE "SUPPORT (D=DVD, V=VHS, B=Blu-ray) : ".
           02  UPPER HIGHLIGHT PIC X USING film-format.
           02  LINE 15 COL 61 VALUE "AGE MINI : ".
           02  HIGHLIGHT PIC 9(2) USING film-age.

      *liste de film par paquet de 8
       01  ecran-affi-film-paquet.
           02  PIC 9(8) FROM pret-date-echeance.
           02  LINE 13 COL  8 VALUE "EXEMPLAIRE   : ".
           02  COLOR ct-brown PIC 9(3) FROM pret-exemplaire.
           02  LINE 14 COL  8 VALUE "PROLONGE     : ".
           02  PIC Z9 FROM pret-nb-prolong.
           02  VALUE " fois".

       01  ecran-prets-film-entete.
           02  LINE  5 COL  8 VALUE "Prets en cours du film : ".
       01  ecran-pret-rendu.
           02  LINE 22 COL 8 VALUE "Ce pret est deja rendu.".

       01  ecran-retour-abime.
           02  LINE 16 COL 8
           VALUE "Boite rendue abimee (repondre par O/N): ".
           02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING w-retour-abime.

      * declaration de perte ou de destruction d'un pret en cours
       01  ecran-perte-saisie.
           02  LINE 16 COL  8 VALUE "MOTIF (P=perdu, D=detruit) : ".
           02  UPPER HIGHLIGHT COLOR ct-brown PIC X USING w-perte-motif.
           02  LINE 17 COL  8 VALUE "FRAIS DE REMPLACEMENT      : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(3)V99 USING w-perte-frais.

       01  ecran-valide-perte.
           02  LINE 22 COL 8
           VALUE "Confirmer la declaration (repondre par O/N): ".
           02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING reponse.

       01  ecran-perte-ok.
           02  LINE 19 COL 8 VALUE "Pret clos, exemplaire retire.".
           02  LINE 20 COL 8 VALUE "Frais portes au compte  : ".
           02  COLOR ct-red PIC ZZZZ9,99 FROM w-amende.
           02  LINE 21 COL 8 VALUE "Nouveau solde du        : ".
           02  COLOR ct-brown PIC ZZZZ9,99 FROM w-solde.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

      * prolongation d'un pret en cours
       01  ecran-prolong-propose.
           02  LINE 17 COL  8 VALUE "NOUVEAU RETOUR PREVU : ".
           02  HIGHLIGHT COLOR ct-green PIC 9(8) FROM w-nouv-echeance.

       01  ecran-valide-prolong.
           02  LINE 22 COL 8
           VALUE "Confirmer la prolongation (repondre par O/N): ".
           02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING reponse.

       01  ecran-prolong-ok.
           02  LINE 21 COL 8 VALUE "Pret prolonge jusqu'au : ".
           02  COLOR ct-brown PIC 9(8) FROM pret-date-echeance.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

       01  ecran-aucun-pret.
           02  LINE 21 COL 8 VALUE
           "Aucun pret en cours pour cette selection.".
                 PIC X(8) USING w-operateur.
           02  LINE 10 COL 22 VALUE "MOT DE PASSE   : ".
           02  SECURE HIGHLIGHT PIC X(8) USING w-mdp-saisi.
           02  LINE 12 COL 22 VALUE "SITE           : ".
           02  UPPER HIGHLIGHT COLOR ct-brown
                 PIC X(3) USING w-site.

       01  ecran-signon-erreur.
           02  LINE 22 COL 8 COLOR ct-red
           02  COLOR ct-red PIC ZZZZZ9 FROM w-nb-manquants.
           02  LINE 19 COL 8 VALUE "Numeros comptes inconnus     : ".
           02  COLOR ct-red PIC ZZZZZ9 FROM w-nb-inconnus.
           02  LINE 20 COL 8 VALUE "Boites d'un autre site       : ".
           02  COLOR ct-red PIC ZZZZZ9 FROM w-nb-autre-site.
           02  LINE 21 COL 8 VALUE "Detail dans le fichier : ".
           02  COLOR ct-brown PIC x(20) FROM ecarts-name.
           02  LINE 23 COL  8 VALUE
      * proposition de commande de remplacement
       01  ecran-seuil-perdu.
           02  LINE  5 COL  8
               VALUE "RETARD TRAITE COMME PERDU (JOURS D'OUVERTURE) : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(3) USING w-seuil-perdu.

               VALUE "Supprimer un emprunteur...........3".
           02  LINE 10 COL 22
               VALUE "Consultation (avec prets).........4".
           02  LINE 11 COL 22
               VALUE "Renouveler une adhesion...........5".
           02  LINE 12 COL 22
               VALUE "Retour au menu principal..........Q".
           02  LINE 22 COL 22
           02  HIGHLIGHT PIC x(15) USING empr-tel.
           02  LINE 12 COL  8 VALUE "STATUT (A=actif, B=bloque) : ".
           02  UPPER HIGHLIGHT PIC x USING empr-statut.
           02  LINE 14 COL  8 VALUE "DATE DE NAISSANCE (AAAAMMJJ) : ".
           02  HIGHLIGHT PIC 9(8) USING empr-naissance.
           02  LINE 16 COL  8 VALUE "FIN D'ADHESION : ".
           02  COLOR ct-brown PIC 9(8) FROM empr-expiration.

       01  ecran-rech-empr.
           02  LINE  5 COL  8 VALUE "NUMERO EMPRUNTEUR : ".
       01  ecran-empr-erreur.
           02  LINE 22 COL 8 VALUE "Cet emprunteur n'existe pas.".

      * renouvellement de l'adhesion d'un emprunteur
       01  ecran-adhesion-propose.
           02  LINE 18 COL  8 VALUE "NOUVELLE FIN D'ADHESION : ".
           02  HIGHLIGHT COLOR ct-green PIC 9(8) FROM w-adh-date.

       01  ecran-valide-adhesion.
           02  LINE 22 COL 8
           VALUE "Confirmer le renouvellement (repondre par O/N): ".
           02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING reponse.

       01  ecran-empr-consult.
           02  LINE  5 COL  8 VALUE "EMPRUNTEUR : ".
           02  COLOR ct-brown PIC 9(6) FROM empr-num.
               VALUE "Liste des soldes non nuls.........2".
           02  LINE  9 COL 22
               VALUE "Edition des lettres de relance....3".
           02  LINE 10 COL 22
               VALUE "Exoneration / correction..........4".
           02  LINE 11 COL 22
               VALUE "Cloture de caisse.................5".
           02  LINE 12 COL 22
               VALUE "Retour au menu principal..........Q".
           02  LINE 22 COL 22
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

      * exoneration ou correction d'un solde (reservee au superviseur)
       01  ecran-correction.
           02  LINE 10 COL  8
               VALUE "TYPE (E=exoneration, C=correction) : ".
           02  UPPER HIGHLIGHT COLOR ct-brown PIC X USING w-mvt-type.
           02  LINE 11 COL  8
               VALUE "SENS (+ ajoute au du, - deduit)    : ".
           02  HIGHLIGHT COLOR ct-brown PIC X USING w-mvt-sens.
           02  LINE 12 COL  8
               VALUE "MONTANT                            : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(5)V99 USING w-mvt-montant.
           02  LINE 13 COL  8
               VALUE "PRET CONCERNE (0 = aucun)          : ".
           02  HIGHLIGHT COLOR ct-brown PIC 9(6) USING w-mvt-pret.
           02  LINE 14 COL  8
               VALUE "MOTIF (obligatoire)                : ".
           02  HIGHLIGHT COLOR ct-brown PIC X(30) USING w-mvt-motif.

       01  ecran-valide-correction.
           02  LINE 22 COL 8
           VALUE "Enregistrer le mouvement (repondre par O/N): ".
           02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING reponse.

       01  ecran-correction-ok.
           02  LINE 21 COL 8 VALUE
           "Mouvement enregistre, nouveau solde : ".
           02  COLOR ct-green PIC ZZZZ9,99 FROM w-solde.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

      * cloture de caisse de l'operateur signe
       01  ecran-caisse-genere.
           02  LINE 16 COL 8 VALUE "Reglements encaisses  : ".
           02  COLOR ct-green PIC ZZZZZ9 FROM w-nb-encaisse.
           02  LINE 17 COL 8 VALUE "Total encaisse        : ".
           02  COLOR ct-green PIC ZZZZZZZZ9,99 FROM w-total-encaisse.
           02  LINE 18 COL 8 VALUE "Controle des soldes   : ".
           02  COLOR ct-red PIC X(20) FROM w-clo-resultat.
           02  LINE 19 COL 8 VALUE "Ecart constate        : ".
           02  COLOR ct-red PIC -ZZZZZZZZ9,99 FROM w-ecart.
           02  LINE 21 COL 8 VALUE
           "Etat de cloture dans le fichier : ".
           02  COLOR ct-brown PIC x(20) FROM caisse-name.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

      * politique de pret (reservee au superviseur)
       01  ecran-parametres.
           02  LINE  5 COL 31 COLOR ct-green
               VALUE "DUREE DE PRET PAR DEFAUT (JOURS) : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(3) USING w-pp-duree.
           02  LINE  8 COL 50
               VALUE "ADHESION (MOIS)        : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-adhesion.
           02  LINE 10 COL  8
               VALUE "PRETS SIMULTANES MAXIMUM         : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-max-prets.
           02  LINE 10 COL 50
               VALUE "ANONYMISATION (ANNEES) : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-anonymise.
           02  LINE 12 COL 50
               VALUE "SITE PRINCIPAL         : ".
           02  UPPER HIGHLIGHT COLOR ct-brown
                 PIC X(3) USING w-pp-site.
           02  LINE 12 COL  8
               VALUE "RETARDS TOLERES AVANT BLOCAGE    : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-max-retards.
           02  LINE 14 COL 50
               VALUE "2e RELANCE (J. RETARD) : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-delai-relance.
           02  LINE 14 COL  8
               VALUE "PROLONGATIONS MAXIMUM PAR PRET   : ".
           02  HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-max-prolong.
           02  LINE 16 COL  8
               VALUE "FRAIS DE REMPLACEMENT D'UN FILM  : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(3)V99 USING w-pp-frais-remplace.
           02  LINE 18 COL  8
               VALUE "JOURS DE FERMETURE HEBDOMADAIRE  : ".
           02  UPPER HIGHLIGHT COLOR ct-brown
                 PIC X(7) USING w-pp-jours-fermes.
           02  LINE 19 COL 43 VALUE "LMMJVSD  (F = ferme)".
           02  LINE 20 COL  8
               VALUE "DELAI DE RETRAIT (JOURS)         : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(2) USING w-pp-delai-retrait.
           02  LINE 21 COL  8
               VALUE "PRETS RENDUS CONSERVES (JOURS)   : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(3) USING w-pp-conserve.

      * parametres de pret et calendrier des fermetures
       01  ecran-menu-param.
           02  LINE  5 COL 27 COLOR ct-green
               VALUE "PARAMETRES ET CALENDRIER".
           02  LINE  7 COL 22
               VALUE "Politique de pret.................1".
           02  LINE  8 COL 22
               VALUE "Ajouter une date de fermeture.....2".
           02  LINE  9 COL 22
               VALUE "Supprimer une date de fermeture...3".
           02  LINE 10 COL 22
               VALUE "Liste des dates de fermeture......4".
           02  LINE 12 COL 22
               VALUE "Retour au menu principal..........Q".
           02  LINE 22 COL 22
               VALUE "             ==> Votre choix : ".
           02  UPPER HIGHLIGHT COLOR ct-blue PIC X USING wchoix-pp.

       01  ecran-saisie-fermeture.
           02  LINE  5 COL  8 VALUE "DATE DE FERMETURE (AAAAMMJJ) : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(8) USING w-fer-date.
           02  LINE  7 COL  8 VALUE "LIBELLE                      : ".
           02  HIGHLIGHT COLOR ct-brown
                 PIC X(30) USING w-fer-libelle.

       01  ecran-rech-fermeture.
           02  LINE  5 COL  8 VALUE "DATE DE FERMETURE (AAAAMMJJ) : ".
           02  REQUIRED HIGHLIGHT COLOR ct-brown
                 PIC 9(8) USING w-fer-date.

       01  ecran-fermeture-entete.
           02  LINE  5 COL  8 VALUE "DATE      LIBELLE".

       01  ecran-affi-fermeture.
           02  LINE lig COL  8 PIC 9(8) FROM ffer-date.
           02  LINE lig COL 18 PIC X(30) FROM ffer-libelle.

       01  ecran-aucune-fermeture.
           02  LINE 21 COL 8 VALUE "Aucune date de fermeture.".
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

      * statistiques de circulation
       01  ecran-circ-entete.
               VALUE "Liste des exemplaires.............2".
           02  LINE  9 COL 22
               VALUE "Modifier etat / statut............3".
           02  LINE 10 COL 22
               VALUE "Preparation des transferts........4".
           02  LINE 11 COL 22
               VALUE "Expedier un transfert.............5".
           02  LINE 12 COL 22
               VALUE "Recevoir un transfert.............6".
           02  LINE 14 COL 22
               VALUE "Retour au menu principal..........Q".
           02  LINE 22 COL 22
               VALUE "             ==> Votre choix : ".
       01  ecran-exm-saisie.
           02  LINE 16 COL  8 VALUE "EXEMPLAIRE NUMERO : ".
           02  COLOR ct-brown PIC 9(3) FROM exm-num.
           02  LINE 17 COL  8
               VALUE "ETAT (N=neuf, B=bon, U=use, A=abime) : ".
           02  UPPER HIGHLIGHT PIC X USING exm-etat.

       01  ecran-exm-modif.
           02  LINE 16 COL  8
               VALUE "ETAT (N=neuf, B=bon, U=use, A=abime) : ".
           02  UPPER HIGHLIGHT PIC X USING exm-etat.
           02  LINE 17 COL  8
               VALUE "STATUT (D=dispo, S=sorti, R=retire) : ".
           02  UPPER HIGHLIGHT PIC X USING exm-statut.
           02  LINE 18 COL  8
               VALUE "  (C=de cote, P=a transferer, T=en transit)".
           02  LINE 19 COL  8
               VALUE "SITE D'ATTACHE                       : ".
           02  UPPER HIGHLIGHT PIC X(3) USING exm-site-origine.
           02  LINE 20 COL  8
               VALUE "SITE ACTUEL                          : ".
           02  UPPER HIGHLIGHT PIC X(3) USING exm-site-actuel.

       01  ecran-exm-entete.
           02  LINE  6 COL  8 VALUE
           "EXM  ACQUIS LE  ETAT STATUT  RETIRE LE MOTIF DE COTE POUR".
           02  LINE  6 COL 69 VALUE "LIEU ATT.".

       01  ecran-affi-exm.
           02  LINE lig COL  8 COLOR ct-brown PIC 9(3) FROM exm-num.
           02  LINE lig COL 13 PIC 9(8) FROM exm-date-acq.
           02  LINE lig COL 24 PIC X FROM exm-etat.
           02  LINE lig COL 29 PIC X FROM exm-statut.
           02  LINE lig COL 37 PIC Z(8) FROM exm-date-retrait.
           02  LINE lig COL 47 PIC X FROM exm-motif-retrait.
           02  LINE lig COL 53 PIC Z(6) FROM exm-empr-reserve.
           02  LINE lig COL 60 PIC Z(8) FROM exm-date-limite.
           02  LINE lig COL 69 PIC X(3) FROM exm-site-actuel.
           02  LINE lig COL 74 PIC X(3) FROM exm-site-origine.

       01  ecran-exm-ok.
           02  LINE 21 COL 8 VALUE
               VALUE "Annuler une reservation...........2".
           02  LINE  9 COL 22
               VALUE "Reservations d'un film............3".
           02  LINE 10 COL 22
               VALUE "Avis de mise a disposition........4".
           02  LINE 11 COL 22
               VALUE "Expiration des mises de cote......5".
           02  LINE 12 COL 22
               VALUE "Retour au menu principal..........Q".
           02  LINE 22 COL 22

      * alerte affichee au retour d'un film reserve
       01  ecran-reserv-alerte.
           02  LINE 15 COL 8 COLOR ct-red VALUE
           "A METTRE DE COTE POUR :".
           02  LINE 15 COL 32 COLOR ct-brown PIC 9(6) FROM w-rsv-empr.
           02  LINE 15 COL 39 PIC X(30) FROM w-rsv-nom.

       01  ecran-reserv-retenu.
           02  LINE 15 COL 8 COLOR ct-red VALUE
           "COPIE DE COTE POUR    :".
           02  LINE 15 COL 32 COLOR ct-brown PIC 9(6) FROM w-rsv-empr.
           02  LINE 15 COL 39 PIC X(30) FROM w-rsv-nom.
           02  LINE 20 COL  8 VALUE "A retirer au plus tard le : ".
           02  COLOR ct-brown PIC 9(8) FROM w-ret-limite.

      * copie a transferer vers le site du reservataire, ou a
      * renvoyer a son site d'attache
       01  ecran-transfert-pour.
           02  LINE 15 COL 8 COLOR ct-red VALUE "TRANSFERT VERS".
           02  LINE 15 COL 23 COLOR ct-brown PIC X(3) FROM w-trf-dest.
           02  LINE 15 COL 27 COLOR ct-red VALUE "POUR".
           02  LINE 15 COL 32 COLOR ct-brown PIC 9(6) FROM w-rsv-empr.
           02  LINE 15 COL 39 PIC X(30) FROM w-rsv-nom.

       01  ecran-transfert-retour.
           02  LINE 15 COL 8 COLOR ct-red VALUE
           "A RENVOYER AU SITE D'ATTACHE :".
           02  LINE 15 COL 39 COLOR ct-brown PIC X(3) FROM w-trf-dest.

      * reservation servie par une copie d'un autre site
       01  ecran-reserv-transfert.
           02  LINE 19 COL 8 VALUE
           "Transfert demande depuis le site : ".
           02  COLOR ct-brown PIC X(3) FROM w-trf-origine.

      * transferts entre sites
       01  ecran-trf-expedition.
           02  LINE 15 COL 8 VALUE "A EXPEDIER VERS LE SITE : ".
           02  COLOR ct-brown PIC X(3) FROM w-trf-dest.
           02  LINE 16 COL 8 VALUE "POUR LE RESERVATAIRE    : ".
           02  COLOR ct-brown PIC X(6) FROM w-trf-pour.

       01  ecran-trf-expedie.
           02  LINE 21 COL 8 VALUE
           "Exemplaire en transit vers le site : ".
           02  COLOR ct-brown PIC X(3) FROM w-trf-dest.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

       01  ecran-trf-rayon.
           02  LINE 15 COL 8 COLOR ct-green VALUE
           "A REMETTRE EN RAYON.".

       01  ecran-trf-recu.
           02  LINE 21 COL 8 VALUE
           "Reception enregistree sur le site : ".
           02  COLOR ct-brown PIC X(3) FROM w-site.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

       01  ecran-trf-genere.
           02  LINE 19 COL 8 VALUE "Copies a preparer : ".
           02  COLOR ct-green PIC ZZZ9 FROM w-nb-transferts.
           02  LINE 21 COL 8 VALUE
           "Listes dans le fichier : ".
           02  COLOR ct-brown PIC x(20) FROM trfliste-name.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

       01  ecran-avis-genere.
           02  LINE 19 COL 8 VALUE "Avis edites : ".
           02  COLOR ct-green PIC ZZZ9 FROM w-nb-avis.
           02  LINE 21 COL 8 VALUE
           "Avis dans le fichier : ".
           02  COLOR ct-brown PIC x(20) FROM avis-name.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

       01  ecran-expire-resultat.
           02  LINE 18 COL 8 VALUE "Mises de cote expirees   : ".
           02  COLOR ct-red PIC ZZ9 FROM w-nb-expire.
           02  LINE 19 COL 8 VALUE "Reattribuees au suivant  : ".
           02  COLOR ct-green PIC ZZ9 FROM w-nb-reattribue.
           02  LINE 23 COL  8 VALUE
           "Appuyer sur la touche Entree pour continuer ...".

      * consultation du journal des modifications
       01  ecran-journal-filtre.
                 IF NOT FILE-OKAY
                   MOVE ALL SPACES TO wmsg_erreur
                   MOVE
          "Fichier films d'un ancien format - conversion a faire"
                      TO wmsg_erreur
                   DISPLAY ecran-erreur
                   PERFORM get-return
             WHEN "S"
                  PERFORM gestion-reservations
             WHEN "T"
                  PERFORM gestion-politique-pret
             WHEN "U"
                  PERFORM cloture-journal
             WHEN "V"
                  PERFORM pret-prolongation
             WHEN "W"
                  PERFORM pret-perte
             END-EVALUATE
           END-PERFORM.

                    INTO archive-name
             END-STRING
             OPEN OUTPUT farchive
             PERFORM ecrit-entete-sauvegarde
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ ffilm NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE ffilm-num    TO arc-num
                   MOVE ffilm-nom    TO arc-nom
                   MOVE ffilm-mots   TO arc-mots
                   MOVE ffilm-annee  TO arc-annee
                   MOVE ffilm-format TO arc-format
                   MOVE ffilm-age    TO arc-age
                   WRITE archive-enr
                   ADD 1 TO w-nb-sauves
               END-READ
             CLOSE ffilm
           END-IF.

       ecrit-entete-sauvegarde.
      * fiche d'en-tete d'une sauvegarde (farchive ouvert en sortie)
           MOVE 0 TO arc-num arc-annee arc-age.
           MOVE "SAUVEGARDE DU CATALOGUE" TO arc-nom.
           MOVE SPACES TO arc-mots arc-format.
           WRITE archive-enr.

       restaure-fichier.
      * restauration d'une sauvegarde datee vers le catalogue ffilm
           MOVE 0 TO w-date.
             DISPLAY ecran-archive-erreur
             PERFORM get-return
           ELSE
      * une sauvegarde a la presentation actuelle commence par sa
      * fiche d'en-tete ; sans elle, elle date d'avant la conversion
      * et ses fiches ne peuvent pas etre relues telles quelles
             MOVE 0 TO w-arc-entete
             READ farchive
               AT END CONTINUE
               NOT AT END
                 IF ARC-ENTETE
                   MOVE 1 TO w-arc-entete
                 END-IF
             END-READ
             IF w-arc-entete = 0
               MOVE ALL SPACES TO wmsg_erreur
               MOVE "Sauvegarde d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
               PERFORM get-return
             ELSE
               DISPLAY ecran-valide-restore
               ACCEPT  ecran-valide-restore
               IF reponse = 'O'
      * sauvegarde-fichier ouvre aussi farchive (en sortie, pour son
      * propre fichier de sauvegarde du jour) ; fermer la connexion de
      * lecture ici et la rouvrir apres, sinon le second OPEN sur le
      * meme connecteur echoue silencieusement et la lecture de
      * restauration ci-dessous tourne indefiniment sur un fichier
      * deja ferme
                 MOVE archive-name TO w-restore-name
                 CLOSE farchive
                 PERFORM sauvegarde-fichier
                 MOVE w-restore-name TO archive-name
                 OPEN INPUT farchive
                 OPEN OUTPUT ffilm
                 MOVE 0 TO fin-fichier
                 PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                   READ farchive NEXT RECORD
                     AT END MOVE 1 TO fin-fichier
                     NOT AT END
      * la fiche d'en-tete n'est pas un film
                       IF NOT ARC-ENTETE
                         MOVE arc-num    TO ffilm-num
                         MOVE arc-nom    TO ffilm-nom
                         MOVE arc-mots   TO ffilm-mots
                         MOVE arc-annee  TO ffilm-annee
                         MOVE arc-format TO ffilm-format
                         MOVE arc-age    TO ffilm-age
                         WRITE film-enr
                       END-IF
                   END-READ
                 END-PERFORM
                 CLOSE ffilm
                 DISPLAY ecran-replay-demande
                 ACCEPT  ecran-replay-demande
                 IF reponse = 'O'
                   PERFORM rejoue-journal
                 ELSE
                   DISPLAY ecran-restore-ok
                   PERFORM get-return
                 END-IF
               END-IF
             END-IF
             CLOSE farchive
                    MOVE 1 TO w-fichier-neuf
                  END-IF.
                  MOVE ALL SPACES TO film.
                  MOVE 0 TO film-annee film-age.
                  PERFORM affi-titre.
                  MOVE nbre2 TO film-num
                  DISPLAY ecran-un-film.
                  DISPLAY ecran-stop-saisie.
                  ACCEPT  ecran-un-film.
      * les mots cles saisis doivent figurer au referentiel ;
      * annee, support et age minimum doivent etre plausibles
                  PERFORM controle-mots-cles.
                  PERFORM controle-classement-film.
                  PERFORM WITH TEST BEFORE
                          UNTIL w-mots-ok = 1 AND w-classe-ok = 1
                    IF w-mots-ok = 0
                      PERFORM propose-liste-motcles
                    END-IF
                    PERFORM affi-titre
                    DISPLAY ecran-un-film
                    DISPLAY ecran-stop-saisie
                    ACCEPT ecran-un-film
                    PERFORM controle-mots-cles
                    PERFORM controle-classement-film
                  END-PERFORM.
                  DISPLAY ecran-valide-create.
                  ACCEPT  ecran-valide-create.
             END-READ
           END-PERFORM.

       controle-classement-film.
      * annee de sortie 0 (inconnue) ou de 1888 a l'an prochain,
      * support D, V, B ou blanc, age minimum de 0 a 18 ans ; le
      * motif du refus est affiche avant la ressaisie
           MOVE 1 TO w-classe-ok.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           COMPUTE w-annee-max = w-date-jour / 10000 + 1.
           MOVE ALL SPACES TO wmsg_erreur.
           IF film-annee NOT = 0 AND
              (film-annee < 1888 OR film-annee > w-annee-max)
             MOVE 0 TO w-classe-ok
             MOVE "Annee de sortie invalide (0 = inconnue) : ressaisir."
               TO wmsg_erreur
           END-IF.
           IF film-format NOT = "D" AND film-format NOT = "V"
              AND film-format NOT = "B" AND film-format NOT = SPACE
             MOVE 0 TO w-classe-ok
             MOVE "Support invalide (D, V ou B) : ressaisir."
               TO wmsg_erreur
           END-IF.
           IF film-age > 18
             MOVE 0 TO w-classe-ok
             MOVE "Age minimum invalide (0 a 18 ans) : ressaisir."
               TO wmsg_erreur
           END-IF.
           IF w-classe-ok = 0
             DISPLAY ecran-erreur
             PERFORM get-return
           END-IF.

       libelle-support.
      * libelle en clair du support w-support-code
           EVALUATE w-support-code
             WHEN "D"
                  MOVE "DVD" TO w-support-lib
             WHEN "V"
                  MOVE "VHS" TO w-support-lib
             WHEN "B"
                  MOVE "BLU-RAY" TO w-support-lib
             WHEN OTHER
                  MOVE SPACES TO w-support-lib
           END-EVALUATE.

       affi-fichier-seq.
           OPEN INPUT ffilm.
           MOVE 0 TO fin-fichier i.
                 DISPLAY ecran-cadre
                 DISPLAY ecran-un-film
                 ACCEPT ecran-un-film
      * les mots cles saisis doivent figurer au referentiel ;
      * annee, support et age minimum doivent etre plausibles
                 PERFORM controle-mots-cles
                 PERFORM controle-classement-film
                 PERFORM WITH TEST BEFORE
                         UNTIL w-mots-ok = 1 AND w-classe-ok = 1
                   IF w-mots-ok = 0
                     PERFORM propose-liste-motcles
                   END-IF
                   PERFORM affi-titre
                   DISPLAY ecran-cadre
                   DISPLAY ecran-un-film
                   ACCEPT ecran-un-film
                   PERFORM controle-mots-cles
                   PERFORM controle-classement-film
                 END-PERFORM
                 DISPLAY ecran-valide-modif
                 ACCEPT ecran-valide-modif
           MOVE SPACES TO catalogue-entete.
           STRING "NUMERO NOM" DELIMITED BY SIZE
             INTO catalogue-entete.
           MOVE "ANNEE SUPPORT AGE" TO catalogue-entete(61:17).
           WRITE catalogue-entete.
           MOVE 0 TO fin-fichier w-nb-catalogue.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               NOT AT END
                 MOVE tri-num  TO cl-num
                 MOVE tri-nom  TO cl-nom
                 MOVE SPACES TO cl-annee cl-age
                 IF tri-annee NOT = 0
                   MOVE tri-annee TO cl-annee
                 END-IF
                 MOVE tri-format TO w-support-code
                 PERFORM libelle-support
                 MOVE w-support-lib TO cl-support
      * age minimum a la facon de la signaletique : -12, -16, ...
                 IF tri-age NOT = 0
                   MOVE tri-age TO w-age-aff
                   STRING "-" DELIMITED BY SIZE
                          FUNCTION TRIM(w-age-aff) DELIMITED BY SIZE
                          INTO cl-age
                   END-STRING
                 END-IF
                 MOVE tri-mots TO w-mots-tmp
                 PERFORM concatene-mots-cles
                 MOVE w-mots-affi TO cl-mots
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
               PERFORM get-return

       cumule-circulation.
      * un seul parcours de l'historique des prets : cumuls par mois
      * de sortie et de retour, et cumuls par titre ; les prets deja
      * deplaces dans histpret.dat sont cumules de la meme facon
           MOVE 0 TO w-nb-mois w-mois-tronque.
           MOVE 0 TO w-nb-films-tbl w-films-tronque.
           OPEN INPUT fpret.
             READ fpret NEXT
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 PERFORM cumule-un-pret
             END-READ
           END-PERFORM.
           OPEN INPUT fhistpret.
           IF HISTPRET-NOT-FOUND
             CLOSE fhistpret
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fhistpret NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE histpret-enr TO pret-enr
                   PERFORM cumule-un-pret
               END-READ
             END-PERFORM
             CLOSE fhistpret
           END-IF.
           CLOSE fpret.

       cumule-un-pret.
           MOVE fpret-date-sortie(1:6) TO w-mois-cherche.
           PERFORM cumule-mois-sortie.
      * un pret clos sur une declaration de perte n'est pas un retour
           IF fpret-date-rendu NOT = 0 AND fpret-motif-fin = SPACE
             MOVE fpret-date-rendu(1:6) TO w-mois-cherche
             PERFORM cumule-mois-retour
           END-IF.
           PERFORM cumule-film-circulation.

       cumule-mois-sortie.
      * ajoute une sortie au mois w-mois-cherche, cree au besoin
      * (meme mecanique que cumule-mot-cle)
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 MOVE ffilm-num TO w-csv-num
                 MOVE ffilm-format TO w-support-code
                 PERFORM libelle-support
                 MOVE ffilm-age TO w-age-aff
                 MOVE SPACES TO w-csv-annee
                 IF ffilm-annee NOT = 0
                   MOVE ffilm-annee TO w-csv-annee
                 END-IF
                 MOVE SPACES TO csv-ligne
                 STRING FUNCTION TRIM(w-csv-num) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ffilm-mot(4)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(ffilm-mot(5)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(w-csv-annee) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(w-support-lib) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(w-age-aff) DELIMITED BY SIZE
                   INTO csv-ligne
                 END-STRING
                 WRITE csv-ligne
               CLOSE ftransaction
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
          "Fichier films d'un ancien format - conversion a faire"
                  TO wmsg_erreur
               DISPLAY ecran-erreur
               PERFORM get-return
             MOVE w-trans-num  TO ffilm-num
             MOVE w-trans-nom  TO ffilm-nom
             MOVE w-trans-mots TO ffilm-mots
      * le fichier fournisseur ne porte ni annee, ni support, ni age
      * minimum : a completer par la modification de la fiche
             MOVE 0 TO ffilm-annee ffilm-age
             MOVE SPACE TO ffilm-format
             WRITE film-enr
               INVALID KEY
                 MOVE "Erreur d'ecriture" TO w-motif-rejet
           IF w-trouve = 1
             DISPLAY ecran-un-film
             MOVE ALL ZEROES TO pret
             MOVE SPACE TO pret-motif-fin pret-remplace
             MOVE nombre TO pret-film
             MOVE w-exm-choisi TO pret-exemplaire
             ACCEPT w-date-jour FROM DATE YYYYMMDD
             MOVE w-date-jour TO pret-date-sortie
      * echeance proposee = date du jour + duree de pret configuree,
      * reportee au premier jour d'ouverture si la bibliotheque est
      * fermee ce jour-la
             PERFORM ouvre-calendrier
             COMPUTE pret-date-echeance =
               FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(w-date-jour) + w-pp-duree)
             MOVE pret-date-echeance TO w-cal-date
             PERFORM ajuste-jour-ouvert
             MOVE w-cal-date TO pret-date-echeance
             DISPLAY ecran-pret-saisie
             ACCEPT ecran-pret-saisie
      * l'echeance doit etre une vraie date posterieure a la sortie
               ACCEPT ecran-pret-saisie
               PERFORM controle-echeance-pret
             END-PERFORM
      * une echeance ressaisie sur un jour de fermeture est reportee
      * de meme, et la date retenue est reaffichee
             MOVE pret-date-echeance TO w-cal-date
             PERFORM ajuste-jour-ouvert
             PERFORM ferme-calendrier
             IF w-cal-date NOT = pret-date-echeance
               MOVE w-cal-date TO pret-date-echeance
               DISPLAY ecran-pret-saisie
             END-IF
             PERFORM controle-emprunteur
             IF w-empr-ok = 1
               PERFORM controle-adhesion-empr
             END-IF
             IF w-empr-ok = 1
               PERFORM controle-age-emprunteur
             END-IF
             IF w-empr-ok = 1
               PERFORM controle-exemplaire-retenu
             END-IF
             IF w-empr-ok = 1
      * emprunteur connu et actif : la politique de pret decide
      * (plafond de prets simultanes, blocage sur les retards)
               PERFORM controle-limites-pret
      * avait reserve ce film, sa demande est soldee
                   PERFORM marque-exemplaire-sorti
                   PERFORM solde-reservation-eventuelle
                   PERFORM note-activite-emprunteur
                   DISPLAY ecran-pret-ok
                   PERFORM get-return
               END-WRITE
             END-PERFORM
             CLOSE fpret
           END-IF.
      * un numero deplace dans l'historique reste attribue
           OPEN INPUT fhistpret.
           IF HISTPRET-NOT-FOUND
             CLOSE fhistpret
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fhistpret NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fhst-num > w-max-pret
                     MOVE fhst-num TO w-max-pret
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fhistpret
           END-IF.

       purge-prets-rendus.
      * deplace dans histpret.dat les prets rendus avant la date
      * limite, lus dans l'ordre des dates de rendu (cle secondaire) ;
      * un pret clos sur une perte reste dans pret.dat tant que la
      * perte n'a pas ete reprise dans une proposition de commande ;
      * apres un incident, un pret deja recopie dans l'historique
      * est simplement retire de pret.dat
           MOVE 0 TO w-purge-fait w-nb-purges.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           COMPUTE w-purge-limite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-date-jour)
                   - w-purge-jours).
           OPEN I-O fpret.
           IF NOT PRET-OKAY
             CLOSE fpret
             IF PRET-NOT-FOUND
               MOVE 1 TO w-purge-fait
             END-IF
           ELSE
             MOVE 1 TO w-purge-fait
             OPEN I-O fhistpret
             IF HISTPRET-NOT-FOUND
               OPEN OUTPUT fhistpret
             END-IF
             IF STATUT-HISTPRET NOT = "00"
      * historique inaccessible : aucun pret n'est retire
               MOVE STATUT-HISTPRET TO w-purge-statut
               MOVE 2 TO w-purge-fait
               CLOSE fhistpret
               CLOSE fpret
             ELSE
               MOVE 0 TO fin-fichier
               MOVE 0 TO fpret-date-rendu
               START fpret KEY IS GREATER THAN fpret-date-rendu
                 INVALID KEY
                   MOVE 1 TO fin-fichier
               END-START
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 READ fpret NEXT
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     IF fpret-date-rendu NOT < w-purge-limite
                       MOVE 1 TO fin-fichier
                     ELSE
                       IF fpret-motif-fin = SPACE OR
                          fpret-remplace = "C"
                         PERFORM deplace-pret-historique
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE fhistpret
               CLOSE fpret
             END-IF
           END-IF.
           IF w-purge-fait = 1
             PERFORM purge-notifications
           END-IF.

       deplace-pret-historique.
      * le pret n'est retire de pret.dat qu'une fois recopie dans
      * l'historique (statut 22 : deja recopie avant un incident) ;
      * toute autre erreur d'ecriture arrete l'epuration
           MOVE pret-enr TO histpret-enr.
           WRITE histpret-enr
             INVALID KEY CONTINUE
           END-WRITE.
           IF STATUT-HISTPRET = "00" OR STATUT-HISTPRET = "22"
             DELETE fpret RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO w-nb-purges
             END-DELETE
           ELSE
             MOVE STATUT-HISTPRET TO w-purge-statut
             MOVE 2 TO w-purge-fait
             MOVE 1 TO fin-fichier
           END-IF.

       purge-notifications.
      * les messages consignes avant la meme date limite sont
      * retires de notification.dat (leur pret est rendu ou son
      * niveau de relance est porte dans fpret-relance), sauf une
      * relance non jointe dont la lettre reste a imprimer
           OPEN I-O fnotif.
           IF NOTIF-OKAY
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fnotif NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fntf-date-envoi < w-purge-limite AND
                      NOT ((fntf-type = "1" OR fntf-type = "2") AND
                           fntf-statut = "N" AND fntf-lettre = SPACE)
                     DELETE fnotif RECORD
                       INVALID KEY CONTINUE
                     END-DELETE
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
           CLOSE fnotif.

       lit-nom-film.
      * recupere le nom du film pret-film pour l'affichage du pret
      * (le fichier ffilm est deja ouvert en entree par l'appelant)
           MOVE ALL SPACES TO w-film-pret-nom.
           MOVE pret-film TO ffilm-num.
           READ ffilm
             INVALID KEY
               MOVE "(film inconnu)" TO w-film-pret-nom
                 TO wmsg_erreur
             ELSE
               MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                 TO wmsg_erreur
             END-IF
             DISPLAY ecran-erreur
                   DISPLAY ecran-valide-retour
                   ACCEPT ecran-valide-retour
                   IF reponse = 'O'
                     MOVE 'N' TO w-retour-abime
                     DISPLAY ecran-retour-abime
                     ACCEPT ecran-retour-abime
                     ACCEPT w-date-jour FROM DATE YYYYMMDD
                     MOVE w-date-jour TO pret-date-rendu
                     MOVE pret TO pret-enr
                         DISPLAY ecran-erreur
                         PERFORM get-return
                       NOT INVALID KEY
      * l'exemplaire rendu redevient disponible ; une boite abimee
      * est signalee dans son etat pour la revue des commandes
                         PERFORM libere-exemplaire
                         IF w-retour-abime = 'O'
                           PERFORM signale-exemplaire-abime
                         END-IF
      * retour apres l'echeance : amende portee au compte de
      * l'emprunteur, affichee avec le nouveau solde
                         IF pret-date-rendu > pret-date-echeance
                           PERFORM credite-amende-compte
                           IF w-retard-jours > 0
                             DISPLAY ecran-amende
                           END-IF
                         END-IF
      * premier reservataire en attente sur ce film : la boite est
      * mise de cote a son nom au lieu d'etre remise en rayon
                         PERFORM signale-reservation
                         PERFORM note-activite-emprunteur
                         DISPLAY ecran-retour-ok
                         PERFORM get-return
                     END-REWRITE
             CLOSE fpret
           END-IF.

       pret-prolongation.
      * prolongation d'un pret en cours : l'echeance du meme pret est
      * repoussee de la duree de pret configuree, sans retour ni
      * nouvelle sortie (la date de sortie d'origine est conservee)
           OPEN I-O fpret.
           IF NOT PRET-OKAY
             CLOSE fpret
             MOVE ALL SPACES TO wmsg_erreur
             IF PRET-NOT-FOUND
               MOVE "Aucun pret n'est encore enregistre !"
                 TO wmsg_erreur
             ELSE
               MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                 TO wmsg_erreur
             END-IF
             DISPLAY ecran-erreur
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre
             DISPLAY ecran-cadre
             DISPLAY ecran-rech-pret
             DISPLAY ecran-retour
             ACCEPT ecran-rech-pret
             MOVE nombre TO fpret-num
             READ fpret
               INVALID KEY
                 DISPLAY ecran-num-erreur
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE pret-enr TO pret
                 OPEN INPUT ffilm
                 IF NOT FILE-OKAY
                   MOVE ALL SPACES TO w-film-pret-nom
                 ELSE
                   PERFORM lit-nom-film
                 END-IF
                 CLOSE ffilm
                 DISPLAY ecran-cadre
                 DISPLAY ecran-un-pret
                 IF pret-date-rendu NOT = 0
                   DISPLAY ecran-pret-rendu
                   PERFORM get-return
                 ELSE
                   PERFORM controle-prolongation
                   IF w-prolong-ok = 0
                     DISPLAY ecran-erreur
                     PERFORM get-return
                   ELSE
                     DISPLAY ecran-prolong-propose
                     DISPLAY ecran-valide-prolong
                     ACCEPT ecran-valide-prolong
                     IF reponse = 'O'
                       MOVE w-nouv-echeance TO pret-date-echeance
                       ADD 1 TO pret-nb-prolong
                       MOVE pret TO pret-enr
                       REWRITE pret-enr
                         INVALID KEY
                           MOVE ALL SPACES TO wmsg_erreur
                           MOVE "Erreur lors de la prolongation."
                             TO wmsg_erreur
                           DISPLAY ecran-erreur
                           PERFORM get-return
                         NOT INVALID KEY
                           DISPLAY ecran-prolong-ok
                           PERFORM get-return
                       END-REWRITE
                     END-IF
                   END-IF
                 END-IF
             END-READ
             CLOSE fpret
           END-IF.

       controle-prolongation.
      * conditions d'une prolongation du pret en cours : pas encore
      * en retard, emprunteur non bloque, plafond de prolongations
      * non atteint et aucun autre emprunteur en attente du titre ;
      * prepare le message de refus ou la nouvelle echeance
           MOVE 0 TO w-prolong-ok.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           PERFORM ouvre-calendrier.
           MOVE pret-date-echeance TO w-cal-echeance.
           MOVE w-date-jour TO w-cal-reference.
           PERFORM calcule-jours-retard.
           MOVE ALL SPACES TO wmsg_erreur.
           IF w-retard-jours > 0
             MOVE "Pret deja en retard : prolongation refusee."
               TO wmsg_erreur
           ELSE
             IF pret-nb-prolong >= w-pp-max-prolong
               MOVE
              "Nombre maximal de prolongations atteint : refusee."
                 TO wmsg_erreur
             ELSE
               PERFORM controle-emprunteur
               IF w-empr-ok = 0
                 MOVE ALL SPACES TO wmsg_erreur
                 MOVE
              "Emprunteur bloque ou inconnu : prolongation refusee."
                   TO wmsg_erreur
               ELSE
                 PERFORM controle-reservation-autre
                 IF w-rsv-trouve = 1
                   MOVE
              "Film reserve par un autre emprunteur : refusee."
                     TO wmsg_erreur
                 ELSE
                   MOVE 1 TO w-prolong-ok
                   COMPUTE w-nouv-echeance =
                     FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(pret-date-echeance)
                       + w-pp-duree)
                   MOVE w-nouv-echeance TO w-cal-date
                   PERFORM ajuste-jour-ouvert
                   MOVE w-cal-date TO w-nouv-echeance
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM ferme-calendrier.

       controle-reservation-autre.
      * un autre emprunteur que celui du pret est-il en file
      * d'attente sur le film pret-film ?
           MOVE 0 TO w-rsv-trouve.
           OPEN INPUT freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
           ELSE
      * seules les demandes du film sont lues, a partir du rang 0
             MOVE 0 TO fin-fichier
             MOVE pret-film TO frsv-film
             MOVE 0 TO frsv-rang
             START freserv KEY IS NOT LESS THAN frsv-cle
               INVALID KEY
                 MOVE 1 TO fin-fichier
             END-START
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ freserv NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF frsv-film NOT = pret-film
                     MOVE 1 TO fin-fichier
                   ELSE
                     IF frsv-empr NOT = pret-emprunteur
                       MOVE 1 TO w-rsv-trouve
                       MOVE 1 TO fin-fichier
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE freserv
           END-IF.

       pret-perte.
      * declaration de perte ou de destruction d'un pret en cours :
      * le pret est clos a la date du jour avec son motif, la copie
      * est retiree du pret et les frais de remplacement sont portes
      * au compte de l'emprunteur
           OPEN I-O fpret.
           IF NOT PRET-OKAY
             CLOSE fpret
             MOVE ALL SPACES TO wmsg_erreur
             IF PRET-NOT-FOUND
               MOVE "Aucun pret n'est encore enregistre !"
                 TO wmsg_erreur
             ELSE
               MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                 TO wmsg_erreur
             END-IF
             DISPLAY ecran-erreur
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre
             DISPLAY ecran-cadre
             DISPLAY ecran-rech-pret
             DISPLAY ecran-retour
             ACCEPT ecran-rech-pret
             MOVE nombre TO fpret-num
             READ fpret
               INVALID KEY
                 DISPLAY ecran-num-erreur
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE pret-enr TO pret
                 OPEN INPUT ffilm
                 IF NOT FILE-OKAY
                   MOVE ALL SPACES TO w-film-pret-nom
                 ELSE
                   PERFORM lit-nom-film
                 END-IF
                 CLOSE ffilm
                 DISPLAY ecran-cadre
                 DISPLAY ecran-un-pret
                 IF pret-date-rendu NOT = 0
                   DISPLAY ecran-pret-rendu
                   PERFORM get-return
                 ELSE
      * frais proposes = tarif de remplacement en vigueur, modifiable
                   PERFORM lire-parametres-pret
                   MOVE "P" TO w-perte-motif
                   MOVE w-pp-frais-remplace TO w-perte-frais
                   DISPLAY ecran-perte-saisie
                   ACCEPT ecran-perte-saisie
                   PERFORM WITH TEST BEFORE
                           UNTIL w-perte-motif = "P" OR "D"
                     MOVE ALL SPACES TO wmsg_erreur
                     MOVE "Motif P (perdu) ou D (detruit) : ressaisir."
                       TO wmsg_erreur
                     DISPLAY ecran-erreur
                     PERFORM get-return
                     DISPLAY ecran-perte-saisie
                     ACCEPT ecran-perte-saisie
                   END-PERFORM
                   DISPLAY ecran-valide-perte
                   ACCEPT ecran-valide-perte
                   IF reponse = 'O'
                     ACCEPT w-date-jour FROM DATE YYYYMMDD
                     MOVE w-date-jour TO pret-date-rendu
                     MOVE w-perte-motif TO pret-motif-fin
                     MOVE SPACE TO pret-remplace
                     MOVE pret TO pret-enr
                     REWRITE pret-enr
                       INVALID KEY
                         MOVE ALL SPACES TO wmsg_erreur
                         MOVE "Erreur lors de la cloture du pret."
                           TO wmsg_erreur
                         DISPLAY ecran-erreur
                         PERFORM get-return
                       NOT INVALID KEY
                         PERFORM retire-exemplaire-perdu
                         MOVE w-perte-frais TO w-amende
                         IF w-amende > 0
                           MOVE "F" TO w-mvt-type
                           IF pret-motif-fin = "P"
                             MOVE "REMPLACEMENT FILM PERDU"
                               TO w-mvt-motif
                           ELSE
                             MOVE "REMPLACEMENT FILM DETRUIT"
                               TO w-mvt-motif
                           END-IF
                           PERFORM porte-au-compte
                         ELSE
                           MOVE pret-emprunteur TO nombre
                           PERFORM lit-solde-compte
                         END-IF
                         DISPLAY ecran-perte-ok
                         PERFORM get-return
                     END-REWRITE
                   END-IF
                 END-IF
             END-READ
             CLOSE fpret
           END-IF.

       affi-prets-film.
      * liste des prets encore ouverts pour un numero de film donne
      * (le film lui-meme est controle via sa cle ffilm-num)
               ELSE
                 MOVE ALL SPACES TO wmsg_erreur
                 MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                   TO wmsg_erreur
                 DISPLAY ecran-erreur
                 PERFORM get-return
               DISPLAY ecran-prets-film-entete
               DISPLAY ecran-pret-entete
               MOVE 0 TO fin-fichier w-nb-prets i
               MOVE nombre TO fpret-film
               READ fpret KEY IS fpret-film
                 INVALID KEY
                   MOVE 1 TO fin-fichier
               END-READ
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 IF fpret-film NOT = nombre
                   MOVE 1 TO fin-fichier
                 ELSE
                   IF fpret-date-rendu = 0
                     MOVE pret-enr TO pret
                     PERFORM lit-nom-film
                     ADD 1 TO w-nb-prets
                     ADD 1 TO i
                     COMPUTE lig = 6 + i
                     DISPLAY ecran-affi-pret
                     IF i = 14
                       DISPLAY ecran-msg-affi-2
                       ACCEPT ecran-msg-affi-2
                       IF autre = 'N'
                         MOVE 1 TO fin-fichier
                       END-IF
                       MOVE 0 TO i
                       DISPLAY ecran-cadre
                       DISPLAY ecran-prets-film-entete
                       DISPLAY ecran-pret-entete
                     END-IF
                   END-IF
                   IF fin-fichier = 0
                     READ fpret NEXT
                       AT END MOVE 1 TO fin-fichier
                     END-READ
                   END-IF
                 END-IF
               END-PERFORM
               CLOSE fpret
               IF w-nb-prets = 0
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
               PERFORM get-return
             END-IF
           ELSE
             OPEN INPUT ffilm
             PERFORM ouvre-calendrier
             DISPLAY ecran-cadre
             DISPLAY ecran-retards-entete
             DISPLAY ecran-pret-entete
      * seuls les prets encore ouverts sont lus (cle secondaire
      * fpret-date-rendu a 0)
             MOVE 0 TO fin-fichier w-nb-prets i
             MOVE 0 TO fpret-date-rendu
             READ fpret KEY IS fpret-date-rendu
               INVALID KEY
                 MOVE 1 TO fin-fichier
             END-READ
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               IF fpret-date-rendu NOT = 0
                 MOVE 1 TO fin-fichier
               ELSE
                 MOVE 0 TO w-retard-jours
                 IF fpret-date-echeance < w-date-jour
                   MOVE fpret-date-echeance TO w-cal-echeance
                   MOVE w-date-jour TO w-cal-reference
                   PERFORM calcule-jours-retard
                 END-IF
                 IF w-retard-jours > 0
                   MOVE pret-enr TO pret
                   PERFORM lit-nom-film
                   ADD 1 TO w-nb-prets
                   ADD 1 TO i
                   COMPUTE lig = 6 + i
                   DISPLAY ecran-affi-pret
                   IF i = 14
                     DISPLAY ecran-msg-affi-2
                     ACCEPT ecran-msg-affi-2
                     IF autre = 'N'
                       MOVE 1 TO fin-fichier
                     END-IF
                     MOVE 0 TO i
                     DISPLAY ecran-cadre
                     DISPLAY ecran-retards-entete
                     DISPLAY ecran-pret-entete
                   END-IF
                 END-IF
                 IF fin-fichier = 0
                   READ fpret NEXT
                     AT END MOVE 1 TO fin-fichier
                   END-READ
                 END-IF
               END-IF
             END-PERFORM
             PERFORM ferme-calendrier
             CLOSE ffilm
             CLOSE fpret
             IF w-nb-prets = 0
           END-IF.

       genere-relances.
      * edition des lettres de relance : les relances que la
      * passerelle n'a pas pu remettre (emprunteur sans telephone ou
      * echec au compte-rendu) sont triees par emprunteur puis une
      * lettre est editee par emprunteur, listant ses films en
      * retard (aucun ecran : aussi utilise par le mode non
      * interactif) ; le niveau de relance est monte par la
      * directive NOTIFICATIONS, chaque relance reprise ici est
      * ensuite marquee pour ne jamais etre imprimee deux fois
           MOVE 0 TO w-rel-fait w-nb-relances.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT fpret.
           ELSE
             CLOSE fpret
             MOVE 1 TO w-rel-fait
      * une relance restee trop longtemps sans compte-rendu de la
      * passerelle est imprimee comme une relance non remise
             PERFORM classe-notifs-sans-retour
      * le retard se compte en jours d'ouverture, comme a la liste
      * des retards et a l'amende
             PERFORM ouvre-calendrier
             SORT ftripret
               ON ASCENDING  KEY rel-empr
               ON DESCENDING KEY rel-relance
               INPUT  PROCEDURE IS charge-relances-non-jointes
               OUTPUT PROCEDURE IS ecrit-lettres-relance
             PERFORM marque-relances-imprimees
             PERFORM ferme-calendrier
           END-IF.

       charge-relances-non-jointes.
      * alimente le tri avec les relances non remises et pas encore
      * imprimees dont le pret n'est toujours pas rendu
           OPEN INPUT fnotif.
           IF NOTIF-OKAY
             OPEN INPUT fpret
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fnotif NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF (fntf-type = "1" OR fntf-type = "2") AND
                      fntf-statut = "N" AND fntf-lettre = SPACE
                     MOVE fntf-ref TO fpret-num
                     READ fpret
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         IF fpret-date-rendu = 0
                           MOVE fntf-empr     TO rel-empr
                           MOVE fntf-type     TO rel-relance
                           MOVE fntf-film     TO rel-film
                           MOVE fntf-date-ref TO rel-echeance
                           RELEASE ftripret-enr
                         END-IF
                     END-READ
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fpret
           END-IF.
           CLOSE fnotif.

       ecrit-lettres-relance.
      * parcourt les prets tries et ecrit une lettre par emprunteur
      * (rupture sur rel-empr)
           OPEN OUTPUT frelances.
           OPEN INPUT femprunteur.
           IF NOT EMPR-OKAY
             MOVE 0 TO w-fempr-ouvert
           ELSE
             MOVE 1 TO w-fempr-ouvert

       debute-lettre-relance.
      * entete de la lettre du nouvel emprunteur ; la premiere fiche
      * du groupe porte le plus haut niveau de relance (tri
      * descendant sur rel-relance), ce qui decide du libelle
           ADD 1 TO w-nb-relances.
           IF w-nb-relances > 1
             MOVE SPACES TO relances-ligne
           MOVE ALL "-" TO relances-ligne.
           WRITE relances-ligne.
           MOVE SPACES TO relances-ligne.
           IF rel-relance > 1
             STRING "2e RELANCE DU " DELIMITED BY SIZE
                    w-date-jour      DELIMITED BY SIZE
                    INTO relances-ligne
           WRITE relances-ligne.

       ecrit-pret-relance.
      * une ligne par film en retard de la lettre en cours (retard
      * en jours d'ouverture)
           MOVE rel-echeance TO w-cal-echeance.
           MOVE w-date-jour TO w-cal-reference.
           PERFORM calcule-jours-retard.
           MOVE w-retard-jours TO w-rel-jours.
           MOVE w-rel-jours TO w-rel-jours-aff.
           IF w-ffilm-ouvert = 1
             MOVE rel-film TO pret-film
           END-STRING.
           WRITE relances-ligne.

       marque-relances-imprimees.
      * les relances reprises par l'edition ne le seront plus ; celle
      * d'un pret rendu entre-temps est marquee de meme, la lettre
      * n'ayant plus d'objet
           OPEN I-O fnotif.
           IF NOTIF-OKAY
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fnotif NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF (fntf-type = "1" OR fntf-type = "2") AND
                      fntf-statut = "N" AND fntf-lettre = SPACE
                     MOVE "L" TO fntf-lettre
                     REWRITE notif-enr
                       INVALID KEY CONTINUE
                     END-REWRITE
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
           CLOSE fnotif.

       genere-notifications.
      * messages du jour pour la passerelle SMS / courriel : rappel
      * deux jours avant l'echeance, premiere puis seconde relance
      * d'un pret en retard, copie de cote a retirer ; chaque message
      * est consigne dans fnotif et n'est jamais emis deux fois ; un
      * emprunteur sans telephone est consigne non joint d'emblee et
      * sa relance ou son avis passe a l'edition imprimee
           MOVE 0 TO w-ntf-fait w-nb-ntf-emis w-nb-ntf-sans-tel.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT fpret.
           IF NOT PRET-OKAY AND NOT PRET-NOT-FOUND
             CLOSE fpret
           ELSE
             CLOSE fpret
             OPEN INPUT femprunteur
             IF NOT EMPR-OKAY
      * registre absent ou d'un ancien format : personne ne serait
      * joignable, rien n'est consigne
               CLOSE femprunteur
             ELSE
               MOVE 1 TO w-ntf-fait
               PERFORM classe-notifs-sans-retour
               COMPUTE w-ntf-rappel = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(w-date-jour) + 2)
               OPEN I-O fnotif
               IF NOTIF-NOT-FOUND
                 OPEN OUTPUT fnotif
                 CLOSE fnotif
                 OPEN I-O fnotif
               END-IF
               OPEN OUTPUT fnotifsortie
               OPEN INPUT ffilm
               IF NOT FILE-OKAY
                 MOVE 0 TO w-ffilm-ouvert
               ELSE
                 MOVE 1 TO w-ffilm-ouvert
               END-IF
               PERFORM ouvre-calendrier
               PERFORM notifie-prets
               PERFORM notifie-copies-de-cote
               PERFORM ferme-calendrier
               CLOSE ffilm
               CLOSE fnotifsortie
               CLOSE fnotif
               CLOSE femprunteur
             END-IF
           END-IF.

       notifie-prets.
      * prets ouverts (cle secondaire fpret-date-rendu a 0) ; le
      * niveau de relance atteint est porte dans fpret-relance
           OPEN I-O fpret.
           IF PRET-OKAY
             MOVE 0 TO fin-fichier
             MOVE 0 TO fpret-date-rendu
             READ fpret KEY IS fpret-date-rendu
               INVALID KEY
                 MOVE 1 TO fin-fichier
             END-READ
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               IF fpret-date-rendu NOT = 0
                 MOVE 1 TO fin-fichier
               ELSE
                 PERFORM notifie-pret
                 READ fpret NEXT
                   AT END MOVE 1 TO fin-fichier
                 END-READ
               END-IF
             END-PERFORM
           END-IF.
           CLOSE fpret.

       notifie-pret.
      * pas encore en retard : rappel si l'echeance tombe dans les
      * deux jours (un traitement manque la veille est ainsi
      * rattrape) ; en retard (jours d'ouverture, comme a l'amende) :
      * premiere relance des le premier jour, seconde au dela du
      * delai de la politique de pret, un seul niveau par passage
           MOVE 0 TO w-retard-jours.
           IF fpret-date-echeance < w-date-jour
             MOVE fpret-date-echeance TO w-cal-echeance
             MOVE w-date-jour TO w-cal-reference
             PERFORM calcule-jours-retard
           END-IF.
           MOVE fpret-num TO w-ntf-ref.
           MOVE 0 TO w-ntf-exm.
           MOVE fpret-emprunteur TO w-ntf-empr.
           MOVE fpret-film TO w-ntf-film.
           MOVE fpret-date-echeance TO w-ntf-date-ref.
           IF w-retard-jours = 0
             IF fpret-date-echeance NOT < w-date-jour AND
                fpret-date-echeance NOT > w-ntf-rappel
               MOVE "E" TO w-ntf-type
               MOVE fpret-date-echeance TO w-ntf-cle-date
               PERFORM emet-notification
             END-IF
           ELSE
             MOVE 1 TO w-ntf-niveau
             IF w-retard-jours > w-pp-delai-relance
               MOVE 2 TO w-ntf-niveau
             END-IF
             IF fpret-relance < w-ntf-niveau
               ADD 1 TO fpret-relance
               MOVE fpret-relance TO w-ntf-type
               MOVE 0 TO w-ntf-cle-date
               PERFORM emet-notification
               REWRITE pret-enr
                 INVALID KEY CONTINUE
               END-REWRITE
             END-IF
           END-IF.

       notifie-copies-de-cote.
      * copies de cote dont le reservataire n'a encore ete avise ni
      * par message ni par l'avis imprime ; la copie est marquee M
      * quand le message part a la passerelle
           MOVE 0 TO w-ntf-exm-ouvert.
           OPEN I-O fexemplaire.
           IF EXM-OKAY
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fexemplaire NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fexm-statut = "C" AND fexm-avis = SPACE
                     MOVE "R" TO w-ntf-type
                     MOVE fexm-film TO w-ntf-ref w-ntf-film
                     MOVE fexm-num TO w-ntf-exm
                     MOVE fexm-date-limite TO w-ntf-cle-date
                                              w-ntf-date-ref
                     MOVE fexm-empr-reserve TO w-ntf-empr
                     PERFORM emet-notification
                     IF w-ntf-transmis = 1
                       MOVE "M" TO fexm-avis
                       REWRITE exemplaire-enr
                         INVALID KEY CONTINUE
                       END-REWRITE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
           CLOSE fexemplaire.

       emet-notification.
      * consigne le message w-ntf-cle s'il n'a jamais ete emis ;
      * w-ntf-transmis = 1 si le message est (ou a deja ete) confie
      * a la passerelle sans echec signale
           MOVE 0 TO w-ntf-transmis.
           MOVE w-ntf-cle TO fntf-cle.
           READ fnotif
             INVALID KEY
               PERFORM consigne-notification
             NOT INVALID KEY
               IF fntf-statut NOT = "N"
                 MOVE 1 TO w-ntf-transmis
               END-IF
           END-READ.

       consigne-notification.
      * nouveau message : transmis si l'emprunteur a un telephone,
      * sinon consigne non joint a la date du jour
           MOVE w-ntf-cle TO fntf-cle.
           MOVE w-ntf-empr TO fntf-empr.
           MOVE w-ntf-film TO fntf-film.
           MOVE w-ntf-date-ref TO fntf-date-ref.
           MOVE w-date-jour TO fntf-date-envoi.
           MOVE SPACE TO fntf-lettre.
           MOVE w-ntf-empr TO fempr-num.
           READ femprunteur
             INVALID KEY
               MOVE SPACES TO fempr-tel
           END-READ.
           IF fempr-tel = SPACES
             MOVE "N" TO fntf-statut
             MOVE w-date-jour TO fntf-date-statut
             ADD 1 TO w-nb-ntf-sans-tel
           ELSE
             MOVE "A" TO fntf-statut
             MOVE 0 TO fntf-date-statut
             PERFORM ecrit-ligne-notification
             ADD 1 TO w-nb-ntf-emis
             MOVE 1 TO w-ntf-transmis
           END-IF.
           WRITE notif-enr
             INVALID KEY CONTINUE
           END-WRITE.

       ecrit-ligne-notification.
      * une ligne du fichier de la passerelle : reference du message
      * (18 caracteres, renvoyee telle quelle au compte-rendu),
      * emprunteur, telephone, type, titre du film et date citee
           EVALUATE fntf-type
             WHEN "E"
                  MOVE "ECHEANCE" TO w-ntf-libelle
             WHEN "1"
                  MOVE "RELANCE1" TO w-ntf-libelle
             WHEN "2"
                  MOVE "RELANCE2" TO w-ntf-libelle
             WHEN OTHER
                  MOVE "RESERVATION" TO w-ntf-libelle
           END-EVALUATE.
           IF w-ffilm-ouvert = 1
             MOVE fntf-film TO pret-film
             PERFORM lit-nom-film
           ELSE
             MOVE SPACES TO w-film-pret-nom
           END-IF.
           MOVE SPACES TO notifsortie-ligne.
           STRING fntf-cle      DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  fntf-empr     DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(fempr-tel) DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(w-ntf-libelle) DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  FUNCTION TRIM(w-film-pret-nom) DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  fntf-date-ref DELIMITED BY SIZE
                  INTO notifsortie-ligne
           END-STRING.
           WRITE notifsortie-ligne.

       importe-statuts-notif.
      * compte-rendu de la passerelle : une ligne "reference;code"
      * par message (reference = les 18 premiers caracteres de la
      * ligne transmise, code OK = remis, tout autre code = non
      * joint) ; un emprunteur non joint passe a l'edition imprimee
      * (relances.lst, ou avis.lst pour une copie de cote)
           MOVE 0 TO w-ntf-fait w-nb-ntf-remis w-nb-ntf-echecs
                     w-nb-ntf-rejets.
           PERFORM lire-parametres-pret.
           PERFORM calcule-limite-avis-papier.
           OPEN INPUT fnotifretour.
           IF NOTIFRETOUR-NOT-FOUND
             CLOSE fnotifretour
           ELSE
             OPEN I-O fnotif
             IF NOT NOTIF-OKAY
      * aucun message n'a encore ete consigne (w-ntf-fait = 2)
               CLOSE fnotif
               MOVE 2 TO w-ntf-fait
             ELSE
               MOVE 1 TO w-ntf-fait
               OPEN I-O fexemplaire
               IF NOT EXM-OKAY
                 MOVE 0 TO w-ntf-exm-ouvert
               ELSE
                 MOVE 1 TO w-ntf-exm-ouvert
               END-IF
               MOVE 0 TO fin-fichier
               PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
                 READ fnotifretour
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     IF notifretour-ligne NOT = SPACES
                       PERFORM applique-statut-notif
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE fexemplaire
               CLOSE fnotif
             END-IF
             CLOSE fnotifretour
           END-IF.
      * compte-rendu recu ou non, les messages restes trop longtemps
      * sans reponse passent a l'edition imprimee
           PERFORM classe-notifs-sans-retour.

       applique-statut-notif.
      * une ligne du compte-rendu ; une reference inconnue ou sans
      * code est comptee en rejet
           MOVE SPACES TO w-ntf-cle w-ntf-code.
           UNSTRING notifretour-ligne DELIMITED BY ";"
             INTO w-ntf-cle w-ntf-code
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(w-ntf-code))
             TO w-ntf-code.
           IF w-ntf-code = SPACES
             ADD 1 TO w-nb-ntf-rejets
           ELSE
             MOVE w-ntf-cle TO fntf-cle
             READ fnotif
               INVALID KEY
                 ADD 1 TO w-nb-ntf-rejets
               NOT INVALID KEY
                 IF w-ntf-code = "OK"
                   MOVE "R" TO fntf-statut
                   ADD 1 TO w-nb-ntf-remis
                 ELSE
                   MOVE "N" TO fntf-statut
                   ADD 1 TO w-nb-ntf-echecs
                 END-IF
                 MOVE w-date-jour TO fntf-date-statut
                 REWRITE notif-enr
                   INVALID KEY CONTINUE
                 END-REWRITE
                 IF fntf-type = "R" AND w-ntf-exm-ouvert = 1
                   PERFORM reporte-statut-avis
                 END-IF
             END-READ
           END-IF.

       reporte-statut-avis.
      * message de copie de cote : tant que la copie attend toujours
      * le meme reservataire, un echec la rend a l'avis imprime
      * (fexm-avis = N, jamais repris par un nouveau message ; date
      * limite repoussee s'il le faut au delai de retrait compte du
      * jour) et une remise la retire de l'edition
           MOVE fntf-ref TO fexm-film.
           MOVE fntf-exm TO fexm-num.
           READ fexemplaire
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF fexm-statut = "C" AND
                  fexm-empr-reserve = fntf-empr AND
                  fexm-date-limite = fntf-cle-date
                 IF fntf-statut = "N" AND fexm-avis = "M"
                   MOVE "N" TO fexm-avis
                   IF fexm-date-limite < w-ntf-limite-avis
                     MOVE w-ntf-limite-avis TO fexm-date-limite
                   END-IF
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
                 END-IF
                 IF fntf-statut = "R" AND
                    (fexm-avis = SPACE OR fexm-avis = "N")
                   MOVE "M" TO fexm-avis
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
                 END-IF
               END-IF
           END-READ.

       calcule-limite-avis-papier.
      * date limite de retrait d'une copie dont le reservataire
      * n'apprend la mise de cote que par l'avis imprime : delai de
      * retrait compte du jour, au premier jour d'ouverture
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           PERFORM ouvre-calendrier.
           COMPUTE w-cal-date =
             FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(w-date-jour)
               + w-pp-delai-retrait).
           PERFORM ajuste-jour-ouvert.
           PERFORM ferme-calendrier.
           MOVE w-cal-date TO w-ntf-limite-avis.

       classe-notifs-sans-retour.
      * un message transmis reste sans compte-rendu de la passerelle
      * (fichier non recu, directive STATUTS non passee) : au dela du
      * delai de seconde relance il est tenu pour non joint et sa
      * relance ou son avis passe a l'edition imprimee
           MOVE 0 TO w-nb-ntf-sans-retour.
           PERFORM lire-parametres-pret.
           PERFORM calcule-limite-avis-papier.
           COMPUTE w-ntf-limite = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(w-date-jour)
                   - w-pp-delai-relance).
           OPEN I-O fnotif.
           IF NOTIF-OKAY
             OPEN I-O fexemplaire
             IF NOT EXM-OKAY
               MOVE 0 TO w-ntf-exm-ouvert
             ELSE
               MOVE 1 TO w-ntf-exm-ouvert
             END-IF
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fnotif NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fntf-statut = "A" AND
                      fntf-date-envoi < w-ntf-limite
                     MOVE "N" TO fntf-statut
                     MOVE w-date-jour TO fntf-date-statut
                     REWRITE notif-enr
                       INVALID KEY CONTINUE
                     END-REWRITE
      * un rappel d'echeance n'a pas de version imprimee : il est
      * clos sans etre compte
                     IF fntf-type NOT = "E"
                       ADD 1 TO w-nb-ntf-sans-retour
                     END-IF
                     IF fntf-type = "R" AND w-ntf-exm-ouvert = 1
                       PERFORM reporte-statut-avis
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fexemplaire
           END-IF.
           CLOSE fnotif.

       controle-emprunteur.
      * verifie que l'emprunteur du pret existe dans le registre et
      * n'est pas bloque ; prepare le message d'erreur sinon
           MOVE 0 TO w-empr-ok w-empr-naissance w-empr-expiration.
           OPEN INPUT femprunteur.
           IF EMPR-NOT-FOUND
             MOVE ALL SPACES TO wmsg_erreur
             MOVE "Aucun emprunteur enregistre : pret refuse."
               TO wmsg_erreur
           ELSE
             IF NOT EMPR-OKAY
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Emprunteurs d'un ancien format - conversion a faire"
                 TO wmsg_erreur
             ELSE
               MOVE pret-emprunteur TO fempr-num
               READ femprunteur
                 INVALID KEY
                   MOVE ALL SPACES TO wmsg_erreur
                   MOVE "Emprunteur inconnu : pret refuse."
                     TO wmsg_erreur
                 NOT INVALID KEY
                   MOVE fempr-naissance TO w-empr-naissance
                   MOVE fempr-expiration TO w-empr-expiration
                   IF fempr-statut = "B"
                     MOVE ALL SPACES TO wmsg_erreur
                     MOVE "Emprunteur bloque : pret refuse."
                       TO wmsg_erreur
                   ELSE
                     MOVE 1 TO w-empr-ok
                   END-IF
               END-READ
             END-IF
           END-IF.
           CLOSE femprunteur.

       controle-age-emprunteur.
      * un film a age minimum n'est confie qu'a un emprunteur qui a
      * atteint cet age a la date du jour (film charge par
      * l'appelant, date de naissance lue par controle-emprunteur) ;
      * sans date de naissance connue, la fiche est a completer
           IF film-age > 0
             ACCEPT w-date-jour FROM DATE YYYYMMDD
             MOVE film-age TO w-age-aff
             MOVE ALL SPACES TO wmsg_erreur
             IF w-empr-naissance = 0
               MOVE 0 TO w-empr-ok
               STRING "Film interdit aux moins de " DELIMITED BY SIZE
                      FUNCTION TRIM(w-age-aff) DELIMITED BY SIZE
                      " ans : date de naissance a saisir (H)."
                        DELIMITED BY SIZE
                      INTO wmsg_erreur
               END-STRING
             ELSE
               COMPUTE w-empr-age =
                 (w-date-jour - w-empr-naissance) / 10000
               IF w-empr-age < film-age
                 MOVE 0 TO w-empr-ok
                 STRING "Film interdit aux moins de " DELIMITED BY SIZE
                        FUNCTION TRIM(w-age-aff) DELIMITED BY SIZE
                        " ans : pret refuse." DELIMITED BY SIZE
                        INTO wmsg_erreur
                 END-STRING
               END-IF
             END-IF
           END-IF.

       controle-adhesion-empr.
      * pas de sortie ni de reservation sur une adhesion echue (fin
      * d'adhesion lue par controle-emprunteur) : a renouveler par
      * le registre des emprunteurs
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           IF w-empr-expiration < w-date-jour
             MOVE 0 TO w-empr-ok
             MOVE ALL SPACES TO wmsg_erreur
             STRING "Adhesion echue le " DELIMITED BY SIZE
                    w-empr-expiration DELIMITED BY SIZE
                    " : a renouveler (menu H)." DELIMITED BY SIZE
                    INTO wmsg_erreur
             END-STRING
           END-IF.

       note-activite-emprunteur.
      * date de la derniere sortie ou du dernier retour de
      * l'emprunteur pret-emprunteur (anonymisation des inactifs)
           OPEN I-O femprunteur.
           IF NOT EMPR-OKAY
             CLOSE femprunteur
           ELSE
             MOVE pret-emprunteur TO fempr-num
             READ femprunteur
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE w-date-jour TO fempr-activite
                 REWRITE empr-enr
                   INVALID KEY CONTINUE
                 END-REWRITE
             END-READ
             CLOSE femprunteur
           END-IF.

       controle-echeance-pret.
      * l'echeance saisie doit etre une vraie date calendaire,
           MOVE 14 TO w-pp-duree.
           MOVE 3 TO w-pp-max-prets.
           MOVE 2 TO w-pp-max-retards.
           MOVE 2 TO w-pp-max-prolong.
           MOVE 20 TO w-pp-frais-remplace.
           MOVE SPACES TO w-pp-jours-fermes.
           MOVE 7 TO w-pp-delai-retrait.
           MOVE 90 TO w-pp-conserve.
           MOVE 12 TO w-pp-adhesion.
           MOVE 3 TO w-pp-anonymise.
           MOVE "CEN" TO w-pp-site.
           MOVE 7 TO w-pp-delai-relance.
           OPEN INPUT fparampret.
           IF PARAMPRET-NOT-FOUND
             CLOSE fparampret
                 MOVE fpp-duree TO w-pp-duree
                 MOVE fpp-max-prets TO w-pp-max-prets
                 MOVE fpp-max-retards TO w-pp-max-retards
      * fiche enregistree avant l'ajout du plafond de prolongations :
      * la zone n'est pas renseignee, le defaut reste en vigueur
                 IF fpp-max-prolong IS NUMERIC
                   MOVE fpp-max-prolong TO w-pp-max-prolong
                 END-IF
                 IF fpp-frais-remplace IS NUMERIC
                   MOVE fpp-frais-remplace TO w-pp-frais-remplace
                 END-IF
                 MOVE fpp-jours-fermes TO w-pp-jours-fermes
                 IF fpp-delai-retrait IS NUMERIC AND
                    fpp-delai-retrait > 0
                   MOVE fpp-delai-retrait TO w-pp-delai-retrait
                 END-IF
                 IF fpp-conserve IS NUMERIC AND fpp-conserve > 0
                   MOVE fpp-conserve TO w-pp-conserve
                 END-IF
                 IF fpp-adhesion IS NUMERIC AND fpp-adhesion > 0
                   MOVE fpp-adhesion TO w-pp-adhesion
                 END-IF
                 IF fpp-anonymise IS NUMERIC AND fpp-anonymise > 0
                   MOVE fpp-anonymise TO w-pp-anonymise
                 END-IF
                 IF fpp-site NOT = SPACES AND fpp-site NOT = LOW-VALUES
                   MOVE fpp-site TO w-pp-site
                 END-IF
                 IF fpp-delai-relance IS NUMERIC AND
                    fpp-delai-relance > 0
                   MOVE fpp-delai-relance TO w-pp-delai-relance
                 END-IF
             END-READ
             CLOSE fparampret
           END-IF.
           IF w-pp-max-retards = 0
             MOVE 2 TO w-pp-max-retards
           END-IF.
           IF w-pp-delai-retrait = 0
             MOVE 7 TO w-pp-delai-retrait
           END-IF.
           IF w-pp-conserve = 0
             MOVE 90 TO w-pp-conserve
           END-IF.
           IF w-pp-adhesion = 0
             MOVE 12 TO w-pp-adhesion
           END-IF.
           IF w-pp-anonymise = 0
             MOVE 3 TO w-pp-anonymise
           END-IF.
           IF w-pp-site = SPACES
             MOVE "CEN" TO w-pp-site
           END-IF.
           IF w-pp-delai-relance = 0
             MOVE 7 TO w-pp-delai-relance
           END-IF.
      * sauf pour les prolongations (zero les interdit toutes) et
      * pour les frais de remplacement (zero n'en porte aucun) ;
      * seul F marque un jour ferme, et une semaine entierement
      * fermee ne laisserait aucun jour pour rendre les films
           PERFORM VARYING w-cal-jour FROM 1 BY 1 UNTIL w-cal-jour > 7
             IF w-pp-jours-fermes(w-cal-jour:1) NOT = "F"
               MOVE SPACE TO w-pp-jours-fermes(w-cal-jour:1)
             END-IF
           END-PERFORM.
           IF w-pp-jours-fermes = "FFFFFFF"
             MOVE SPACES TO w-pp-jours-fermes
           END-IF.
           DISPLAY ecran-valide-modif.
           ACCEPT ecran-valide-modif.
           IF reponse = 'O'
             OPEN OUTPUT fparampret
             MOVE w-pp-duree TO fpp-duree
             MOVE w-pp-max-prets TO fpp-max-prets
             MOVE w-pp-max-retards TO fpp-max-retards
             MOVE w-pp-max-prolong TO fpp-max-prolong
             MOVE w-pp-frais-remplace TO fpp-frais-remplace
             MOVE w-pp-jours-fermes TO fpp-jours-fermes
             MOVE w-pp-delai-retrait TO fpp-delai-retrait
             MOVE w-pp-conserve TO fpp-conserve
             MOVE w-pp-adhesion TO fpp-adhesion
             MOVE w-pp-anonymise TO fpp-anonymise
             MOVE w-pp-site TO fpp-site
             MOVE w-pp-delai-relance TO fpp-delai-relance
             WRITE parampret-enr
             CLOSE fparampret
           END-IF.

       gestion-politique-pret.
      * sous-menu de la politique de pret et du calendrier des
      * fermetures (reserve au superviseur)
           MOVE SPACES TO wchoix-pp.
           PERFORM WITH TEST AFTER UNTIL wchoix-pp = "Q"
             PERFORM affi-titre
             DISPLAY ecran-menu-param
             ACCEPT ecran-menu-param
             EVALUATE wchoix-pp
               WHEN "1"
                    PERFORM gestion-parametres
               WHEN "2"
                    PERFORM ajoute-fermeture
               WHEN "3"
                    PERFORM supprime-fermeture
               WHEN "4"
                    PERFORM affi-fermetures
             END-EVALUATE
           END-PERFORM.

       ajoute-fermeture.
      * nouvelle date de fermeture (jour ferie, fermeture
      * exceptionnelle) ; les prets deja en cours en tiennent compte
      * pour le calcul des retards
           MOVE 0 TO w-fer-date.
           MOVE SPACES TO w-fer-libelle.
           DISPLAY ecran-cadre.
           DISPLAY ecran-saisie-fermeture.
           DISPLAY ecran-retour
           ACCEPT ecran-saisie-fermeture.
           MOVE w-fer-date TO w-date-test.
           PERFORM controle-date-calendaire.
           PERFORM WITH TEST BEFORE UNTIL w-date-ok = 1
             PERFORM signale-date-invalide
             DISPLAY ecran-cadre
             DISPLAY ecran-saisie-fermeture
             ACCEPT ecran-saisie-fermeture
             MOVE w-fer-date TO w-date-test
             PERFORM controle-date-calendaire
           END-PERFORM.
           OPEN I-O ffermeture.
           IF FERMETURE-NOT-FOUND
             OPEN OUTPUT ffermeture
           END-IF.
           MOVE w-fer-date TO ffer-date.
           MOVE w-fer-libelle TO ffer-libelle.
           WRITE fermeture-enr
             INVALID KEY
               MOVE ALL SPACES TO wmsg_erreur
               MOVE "Cette date est deja au calendrier."
                 TO wmsg_erreur
               DISPLAY ecran-erreur
               PERFORM get-return
           END-WRITE.
           CLOSE ffermeture.

       supprime-fermeture.
           OPEN I-O ffermeture.
           IF FERMETURE-NOT-FOUND
             CLOSE ffermeture
             DISPLAY ecran-cadre
             DISPLAY ecran-aucune-fermeture
             PERFORM get-return
           ELSE
             MOVE 0 TO w-fer-date
             DISPLAY ecran-cadre
             DISPLAY ecran-rech-fermeture
             DISPLAY ecran-retour
             ACCEPT ecran-rech-fermeture
             MOVE w-fer-date TO ffer-date
             DELETE ffermeture RECORD
               INVALID KEY
                 MOVE ALL SPACES TO wmsg_erreur
                 MOVE "Cette date n'est pas au calendrier."
                   TO wmsg_erreur
                 DISPLAY ecran-erreur
                 PERFORM get-return
             END-DELETE
             CLOSE ffermeture
           END-IF.

       affi-fermetures.
      * liste paginee des dates de fermeture, par date croissante
           OPEN INPUT ffermeture.
           IF FERMETURE-NOT-FOUND
             CLOSE ffermeture
             DISPLAY ecran-cadre
             DISPLAY ecran-aucune-fermeture
             PERFORM get-return
           ELSE
             DISPLAY ecran-cadre
             DISPLAY ecran-fermeture-entete
             MOVE 0 TO fin-fichier i
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ ffermeture NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   ADD 1 TO i
                   COMPUTE lig = 6 + i
                   DISPLAY ecran-affi-fermeture
                   IF i = 14
                     DISPLAY ecran-msg-affi-2
                     ACCEPT ecran-msg-affi-2
                     IF autre = 'N'
                       MOVE 1 TO fin-fichier
                     END-IF
                     MOVE 0 TO i
                     DISPLAY ecran-cadre
                     DISPLAY ecran-fermeture-entete
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ffermeture
             DISPLAY ecran-retour
             PERFORM get-return
           END-IF.

       ouvre-calendrier.
      * prepare le calendrier des fermetures pour les calculs
      * d'echeance et de retard : jours fermes de la semaine (avec
      * la politique de pret) et fichier des dates, s'il existe
           PERFORM lire-parametres-pret.
           OPEN INPUT ffermeture.
           IF FERMETURE-NOT-FOUND
             CLOSE ffermeture
             MOVE 0 TO w-ffer-ouvert
           ELSE
             MOVE 1 TO w-ffer-ouvert
           END-IF.

       ferme-calendrier.
           IF w-ffer-ouvert = 1
             CLOSE ffermeture
             MOVE 0 TO w-ffer-ouvert
           END-IF.

       teste-jour-ferme.
      * w-cal-ferme = 1 si la bibliotheque est fermee le w-cal-date
      * (le jour 1 du calendrier entier, 01/01/1601, est un lundi)
           MOVE 0 TO w-cal-ferme.
           COMPUTE w-cal-jour =
             FUNCTION MOD(FUNCTION INTEGER-OF-DATE(w-cal-date) - 1, 7)
             + 1.
           IF w-pp-jours-fermes(w-cal-jour:1) = "F"
             MOVE 1 TO w-cal-ferme
           ELSE
             IF w-ffer-ouvert = 1
               MOVE w-cal-date TO ffer-date
               READ ffermeture
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 1 TO w-cal-ferme
               END-READ
             END-IF
           END-IF.

       ajuste-jour-ouvert.
      * reporte w-cal-date au premier jour d'ouverture (lui-meme
      * s'il est ouvert) ; la garde evite de boucler sur un
      * calendrier mal saisi
           MOVE 0 TO w-cal-garde.
           PERFORM teste-jour-ferme.
           PERFORM WITH TEST BEFORE
                   UNTIL w-cal-ferme = 0 OR w-cal-garde > 366
             COMPUTE w-cal-date =
               FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(w-cal-date) + 1)
             ADD 1 TO w-cal-garde
             PERFORM teste-jour-ferme
           END-PERFORM.

       calcule-jours-retard.
      * w-retard-jours = jours d'ouverture ecoules apres l'echeance
      * w-cal-echeance (reportee au premier jour ouvert), jusqu'au
      * w-cal-reference inclus ; un pret n'est en retard que si ce
      * nombre est positif, et seuls ces jours sont mis a l'amende
           MOVE 0 TO w-retard-jours.
           IF w-cal-reference > w-cal-echeance
             MOVE w-cal-echeance TO w-cal-date
             PERFORM ajuste-jour-ouvert
             COMPUTE w-cal-int = FUNCTION INTEGER-OF-DATE(w-cal-date)
               + 1
             COMPUTE w-cal-fin =
               FUNCTION INTEGER-OF-DATE(w-cal-reference)
             PERFORM WITH TEST BEFORE UNTIL w-cal-int > w-cal-fin
               COMPUTE w-cal-date = FUNCTION DATE-OF-INTEGER(w-cal-int)
               PERFORM teste-jour-ferme
               IF w-cal-ferme = 0 AND w-retard-jours < 9999
                 ADD 1 TO w-retard-jours
               END-IF
               ADD 1 TO w-cal-int
             END-PERFORM
           END-IF.

       controle-limites-pret.
      * applique la politique de pret a l'emprunteur du pret en
      * cours : blocage automatique au dela du nombre de retards
               MOVE 0 TO w-empr-ok
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                 TO wmsg_erreur
             ELSE
      * lecture directe des seuls prets de l'emprunteur (cle
      * secondaire fpret-emprunteur)
               PERFORM ouvre-calendrier
               MOVE 0 TO fin-fichier
               MOVE pret-emprunteur TO fpret-emprunteur
               READ fpret KEY IS fpret-emprunteur
                 INVALID KEY
                   MOVE 1 TO fin-fichier
               END-READ
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 IF fpret-emprunteur NOT = pret-emprunteur
                   MOVE 1 TO fin-fichier
                 ELSE
                   IF fpret-date-rendu = 0
                     ADD 1 TO w-nb-prets-ouverts
                     IF fpret-date-echeance < w-date-jour
                       MOVE fpret-date-echeance TO w-cal-echeance
                       MOVE w-date-jour TO w-cal-reference
                       PERFORM calcule-jours-retard
                       IF w-retard-jours > 0
                         ADD 1 TO w-nb-retards-empr
                       END-IF
                     END-IF
                   END-IF
                   READ fpret NEXT
                     AT END MOVE 1 TO fin-fichier
                   END-READ
                 END-IF
               END-PERFORM
               PERFORM ferme-calendrier
               CLOSE fpret
             END-IF
           END-IF.
      * blocage automatique du dossier dans le registre des
      * emprunteurs (a lever par la modification de la fiche)
           OPEN I-O femprunteur.
           IF NOT EMPR-OKAY
             CLOSE femprunteur
           ELSE
             MOVE pret-emprunteur TO fempr-num
           END-IF.

       controle-film-disponible.
      * cherche un exemplaire disponible du film nombre, de
      * preference sur le site de l'operateur ; la sortie n'est
      * refusee que si toutes les copies sont sorties (ou retirees,
      * ou en transfert) ; un titre sans exemplaires recenses est
      * traite comme une copie unique (numero 0) dont la
      * disponibilite se lit dans les prets encore ouverts
           MOVE 1 TO w-film-dispo.
           MOVE 0 TO w-exm-choisi w-nb-exemplaires w-nb-retenus.
           MOVE 0 TO w-exm-local w-exm-ailleurs.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
           ELSE
             MOVE 0 TO w-exm-fin
                   MOVE 1 TO w-exm-fin
                 NOT INVALID KEY
                   ADD 1 TO w-nb-exemplaires
                   IF fexm-statut = "D"
                     PERFORM classe-copie-en-rayon
                   END-IF
                   IF fexm-statut = "C"
                     ADD 1 TO w-nb-retenus
                   END-IF
                   ADD 1 TO w-exm-idx
               END-READ
             END-PERFORM
             CLOSE fexemplaire
             IF w-exm-local > 0
               MOVE w-exm-local TO w-exm-choisi
             ELSE
               MOVE w-exm-ailleurs TO w-exm-choisi
             END-IF
           END-IF.
      * une copie de cote ne sort que pour son reservataire : sans
      * copie disponible, la decision attend la saisie de
      * l'emprunteur (controle-exemplaire-retenu)
           IF w-nb-exemplaires = 0
             PERFORM controle-pret-ouvert-film
           ELSE
             IF w-exm-choisi = 0 AND w-nb-retenus = 0
               MOVE 0 TO w-film-dispo
             END-IF
           END-IF.

       classe-copie-en-rayon.
      * premiere copie en rayon sur le site de l'operateur, et
      * premiere copie en rayon sur un autre site
           IF fexm-site-actuel = w-site OR fexm-site-actuel = SPACES
             IF w-exm-local = 0
               MOVE fexm-num TO w-exm-local
             END-IF
           ELSE
             IF w-exm-ailleurs = 0
               MOVE fexm-num TO w-exm-ailleurs
             END-IF
           END-IF.

       controle-exemplaire-retenu.
      * l'emprunteur qui vient retirer sa reservation recoit la copie
      * mise de cote a son nom ; les copies de cote pour d'autres
      * reservataires ne sortent pas (une copie qui lui est destinee
      * mais qui n'est pas encore arrivee sur le site ne compte pas)
           IF w-nb-retenus > 0
             MOVE pret-film TO w-ret-film
             MOVE 0 TO w-ret-num
             MOVE pret-emprunteur TO w-rsv-empr
             PERFORM controle-copie-retenue
             IF w-ret-deja = 1 AND w-ret-statut = "C"
               MOVE w-exm-retenu TO pret-exemplaire
             ELSE
               IF pret-exemplaire = 0
                 MOVE 0 TO w-empr-ok
                 MOVE ALL SPACES TO wmsg_erreur
                 IF w-ret-deja = 1
                   MOVE "Sa copie reservee est en cours de transfert."
                     TO wmsg_erreur
                 ELSE
                   MOVE "Copies de cote pour d'autres reservataires."
                     TO wmsg_erreur
                 END-IF
               END-IF
             END-IF
           END-IF.

       controle-pret-ouvert-film.
      * un titre sans exemplaires recenses est disponible s'il n'a
      * aucun pret encore ouvert ; un fichier d'un ancien format
             CLOSE fpret
           ELSE
             MOVE 0 TO fin-fichier
             MOVE nombre TO fpret-film
             READ fpret KEY IS fpret-film
               INVALID KEY
                 MOVE 1 TO fin-fichier
             END-READ
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               IF fpret-film NOT = nombre
                 MOVE 1 TO fin-fichier
               ELSE
                 IF fpret-date-rendu = 0
                   MOVE 0 TO w-film-dispo
                   MOVE 1 TO fin-fichier
                 ELSE
                   READ fpret NEXT
                     AT END MOVE 1 TO fin-fichier
                   END-READ
                 END-IF
               END-IF
             END-PERFORM
             CLOSE fpret
           END-IF.
      * la copie physique pretee est marquee sortie
           IF pret-exemplaire > 0
             OPEN I-O fexemplaire
             IF NOT EXM-OKAY
               CLOSE fexemplaire
             ELSE
               MOVE pret-film TO fexm-film
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO fexm-statut
                   MOVE w-site TO fexm-site-actuel
                   MOVE 0 TO fexm-empr-reserve fexm-date-limite
                   MOVE SPACE TO fexm-avis
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
           END-IF.

       libere-exemplaire.
      * la copie physique rendue redevient disponible, sur le site
      * ou elle a ete rendue
           IF pret-exemplaire > 0
             OPEN I-O fexemplaire
             IF NOT EXM-OKAY
               CLOSE fexemplaire
             ELSE
               MOVE pret-film TO fexm-film
                 NOT INVALID KEY
                   IF fexm-statut = "S"
                     MOVE "D" TO fexm-statut
                     MOVE w-site TO fexm-site-actuel
                     REWRITE exemplaire-enr
                       INVALID KEY CONTINUE
                     END-REWRITE
             END-IF
           END-IF.

       retire-exemplaire-perdu.
      * la copie du pret declare perdu ou detruit est retiree du
      * pret, avec le motif et la date de la declaration
           IF pret-exemplaire > 0
             OPEN I-O fexemplaire
             IF NOT EXM-OKAY
               CLOSE fexemplaire
             ELSE
               MOVE pret-film TO fexm-film
               MOVE pret-exemplaire TO fexm-num
               READ fexemplaire
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "R" TO fexm-statut
                   MOVE pret-motif-fin TO fexm-motif-retrait
                   MOVE pret-date-rendu TO fexm-date-retrait
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
               END-READ
               CLOSE fexemplaire
             END-IF
           END-IF.

       signale-exemplaire-abime.
      * la copie rendue abimee reste pretable, mais son etat la
      * fait ressortir a la revue de la proposition de commande
           IF pret-exemplaire > 0
             OPEN I-O fexemplaire
             IF NOT EXM-OKAY
               CLOSE fexemplaire
             ELSE
               MOVE pret-film TO fexm-film
               MOVE pret-exemplaire TO fexm-num
               READ fexemplaire
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "A" TO fexm-etat
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
               END-READ
               CLOSE fexemplaire
             END-IF
           END-IF.

       gestion-exemplaires.
      * sous-menu des exemplaires physiques d'un titre
           MOVE SPACES TO wchoix-exm.
                    PERFORM affi-exemplaires-film
               WHEN "3"
                    PERFORM modif-exemplaire
               WHEN "4"
                    PERFORM edite-transferts
               WHEN "5"
                    PERFORM expedie-transfert
               WHEN "6"
                    PERFORM recoit-transfert
             END-EVALUATE
           END-PERFORM.

       ajoute-exemplaire.
      * recense une nouvelle copie physique d'un titre deja
      * catalogue, sous le numero de copie suivant ; elle est
      * rattachee au site de l'operateur, ou elle se trouve
           OPEN INPUT ffilm.
           MOVE 0 TO nombre w-trouve.
           DISPLAY ecran-cadre.
               CLOSE fexemplaire
               OPEN I-O fexemplaire
             END-IF
             IF NOT EXM-OKAY
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Exemplaires d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
               PERFORM get-return
             ELSE
               PERFORM compte-exemplaires-film
               MOVE nombre TO exm-film
               COMPUTE exm-num = w-nb-exm-film + 1
               ACCEPT w-date-jour FROM DATE YYYYMMDD
               MOVE w-date-jour TO exm-date-acq
               MOVE "B" TO exm-etat
               MOVE "D" TO exm-statut
               MOVE SPACE TO exm-motif-retrait
               MOVE 0 TO exm-date-retrait
               MOVE 0 TO exm-empr-reserve exm-date-limite
               MOVE SPACE TO exm-avis
               MOVE w-site TO exm-site-origine exm-site-actuel
               DISPLAY ecran-exm-saisie
               ACCEPT ecran-exm-saisie
               IF exm-etat NOT = "N" AND exm-etat NOT = "B" AND
                  exm-etat NOT = "U" AND exm-etat NOT = "A"
                 MOVE "B" TO exm-etat
               END-IF
               DISPLAY ecran-valide-oper
               ACCEPT ecran-valide-oper
               IF reponse = 'O'
                 MOVE exemplaire TO exemplaire-enr
                 WRITE exemplaire-enr
                   INVALID KEY
                     MOVE ALL SPACES TO wmsg_erreur
                     MOVE "Erreur : cet exemplaire existe deja."
                       TO wmsg_erreur
                     DISPLAY ecran-erreur
                     PERFORM get-return
                   NOT INVALID KEY
                     DISPLAY ecran-exm-ok
                     PERFORM get-return
                 END-WRITE
               END-IF
             END-IF
             CLOSE fexemplaire
           END-IF.
       affi-exemplaires-film.
      * liste paginee des copies physiques d'un titre
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
             DISPLAY ecran-cadre
             IF EXM-NOT-FOUND
               DISPLAY ecran-aucun-exm
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Exemplaires d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
             END-IF
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre
           END-IF.

       modif-exemplaire.
      * correction de l'etat, du statut ou des sites d'une copie
      * (par exemple retrait du pret d'une boite abimee, ou
      * rattachement d'une copie a un autre site)
           OPEN I-O fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
             DISPLAY ecran-cadre
             IF EXM-NOT-FOUND
               DISPLAY ecran-aucun-exm
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Exemplaires d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
             END-IF
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre w-exm-saisi
                 DISPLAY ecran-exm-modif
                 ACCEPT ecran-exm-modif
                 IF exm-etat NOT = "N" AND exm-etat NOT = "B" AND
                    exm-etat NOT = "U" AND exm-etat NOT = "A"
                   MOVE "B" TO exm-etat
                 END-IF
      * une copie ne se met de cote qu'au retour ou a l'expiration
      * d'une autre mise de cote : le statut C est seulement conserve
                 IF exm-statut = "C" AND fexm-statut NOT = "C"
                   MOVE fexm-statut TO exm-statut
                 END-IF
      * un transfert ne se demande, ne s'expedie et ne se recoit
      * que par les fonctions prevues : les statuts P et T ne se
      * posent ni ne se levent ici, et le site actuel d'une copie
      * en transfert reste celui de depart
                 IF fexm-statut = "P" OR fexm-statut = "T" OR
                    exm-statut = "P" OR exm-statut = "T"
                   MOVE fexm-statut TO exm-statut
                 END-IF
                 IF fexm-statut = "P" OR fexm-statut = "T"
                   MOVE fexm-site-actuel TO exm-site-actuel
                 END-IF
                 IF exm-statut NOT = "D" AND exm-statut NOT = "S" AND
                    exm-statut NOT = "R" AND exm-statut NOT = "C" AND
                    exm-statut NOT = "P" AND exm-statut NOT = "T"
                   MOVE "D" TO exm-statut
                 END-IF
                 IF exm-statut NOT = "C" AND exm-statut NOT = "P" AND
                    exm-statut NOT = "T"
                   MOVE 0 TO exm-empr-reserve exm-date-limite
                   MOVE SPACE TO exm-avis
                 END-IF
                 IF exm-site-origine = SPACES
                   MOVE fexm-site-origine TO exm-site-origine
                 END-IF
                 IF exm-site-actuel = SPACES
                   MOVE fexm-site-actuel TO exm-site-actuel
                 END-IF
                 DISPLAY ecran-valide-modif
                 ACCEPT ecran-valide-modif
                 IF reponse = 'O'
             CLOSE fexemplaire
           END-IF.

       edite-transferts.
      * edition des listes de preparation a la demande (meme moteur
      * que la directive TRANSFERTS du traitement de nuit)
           PERFORM genere-transferts.
           DISPLAY ecran-cadre.
           DISPLAY ecran-trf-genere.
           PERFORM get-return.

       genere-transferts.
      * listes de preparation du jour : les demandes de transfert
      * pas encore expediees, triees par site de depart (une liste
      * par site, pour sortir les boites des rayons) puis par site
      * d'arrivee et par film ; une demande non expediee reparait
      * sur la liste du lendemain
           MOVE 0 TO w-nb-transferts w-nb-sites-trf.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT ftransfert.
           IF TRANSFERT-NOT-FOUND
             CLOSE ftransfert
             OPEN OUTPUT ftrfliste
             CLOSE ftrfliste
           ELSE
             CLOSE ftransfert
             SORT ftritrf
               ON ASCENDING KEY prp-origine prp-dest prp-film prp-exm
               INPUT  PROCEDURE IS charge-transferts
               OUTPUT PROCEDURE IS ecrit-listes-transferts
           END-IF.

       charge-transferts.
      * alimente le tri avec les demandes a preparer
           OPEN INPUT ftransfert.
           MOVE 0 TO fin-fichier.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
             READ ftransfert NEXT
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 IF ftrf-statut = "A"
                   MOVE ftrf-origine TO prp-origine
                   MOVE ftrf-dest    TO prp-dest
                   MOVE ftrf-film    TO prp-film
                   MOVE ftrf-exm     TO prp-exm
                   MOVE ftrf-empr    TO prp-empr
                   RELEASE ftritrf-enr
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ftransfert.

       ecrit-listes-transferts.
      * parcourt les demandes triees et ecrit une liste par site de
      * depart (rupture sur prp-origine)
           OPEN OUTPUT ftrfliste.
           OPEN INPUT ffilm.
           IF NOT FILE-OKAY
             MOVE 0 TO w-ffilm-ouvert
           ELSE
             MOVE 1 TO w-ffilm-ouvert
           END-IF.
           MOVE LOW-VALUES TO w-trf-site-prec.
           MOVE 0 TO fin-fichier.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
             RETURN ftritrf
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 IF prp-origine NOT = w-trf-site-prec
                   PERFORM debute-liste-site
                   MOVE prp-origine TO w-trf-site-prec
                 END-IF
                 PERFORM ecrit-ligne-transfert
             END-RETURN
           END-PERFORM.
           CLOSE ffilm.
           CLOSE ftrfliste.

       debute-liste-site.
      * entete de la liste du nouveau site de depart
           ADD 1 TO w-nb-sites-trf.
           IF w-nb-sites-trf > 1
             MOVE SPACES TO trfliste-ligne
             WRITE trfliste-ligne
           END-IF.
           MOVE ALL "-" TO trfliste-ligne.
           WRITE trfliste-ligne.
           MOVE SPACES TO trfliste-ligne.
           STRING "LISTE DE PREPARATION DES TRANSFERTS DU "
                    DELIMITED BY SIZE
                  w-date-jour DELIMITED BY SIZE
                  " - SITE " DELIMITED BY SIZE
                  prp-origine DELIMITED BY SIZE
                  INTO trfliste-ligne
           END-STRING.
           WRITE trfliste-ligne.
           MOVE "  FILM   EXM  VERS  POUR    TITRE" TO trfliste-ligne.
           WRITE trfliste-ligne.

       ecrit-ligne-transfert.
      * une ligne par copie a sortir du rayon, avec le site
      * d'arrivee et le reservataire qui l'attend (RETOUR pour une
      * copie qui rentre a son site d'attache)
           ADD 1 TO w-nb-transferts.
           IF w-ffilm-ouvert = 1
             MOVE prp-film TO pret-film
             PERFORM lit-nom-film
           ELSE
             MOVE SPACES TO w-film-pret-nom
           END-IF.
           IF prp-empr = 0
             MOVE "RETOUR" TO w-trf-pour
           ELSE
             MOVE prp-empr TO w-trf-pour
           END-IF.
           MOVE SPACES TO trfliste-ligne.
           STRING "  "          DELIMITED BY SIZE
                  prp-film      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  prp-exm       DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  prp-dest      DELIMITED BY SIZE
                  "   "         DELIMITED BY SIZE
                  w-trf-pour    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  FUNCTION TRIM(w-film-pret-nom) DELIMITED BY SIZE
                  INTO trfliste-ligne
           END-STRING.
           WRITE trfliste-ligne.

       expedie-transfert.
      * depart d'une copie de la liste de preparation : sortie du
      * rayon du site de l'operateur, elle passe en transit
           OPEN I-O fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
             DISPLAY ecran-cadre
             IF EXM-NOT-FOUND
               DISPLAY ecran-aucun-exm
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Exemplaires d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
             END-IF
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre w-exm-saisi w-trf-fait
             DISPLAY ecran-cadre
             DISPLAY ecran-rech-num
             DISPLAY ecran-rech-exm
             DISPLAY ecran-retour
             ACCEPT ecran-rech-num
             ACCEPT ecran-rech-exm
             MOVE nombre TO fexm-film
             MOVE w-exm-saisi TO fexm-num
             READ fexemplaire
               INVALID KEY
                 DISPLAY ecran-aucun-exm
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE ALL SPACES TO wmsg_erreur
                 IF fexm-statut NOT = "P"
                   MOVE "Aucun transfert a preparer pour cette copie."
                     TO wmsg_erreur
                 ELSE
                   IF fexm-site-actuel NOT = w-site
                     STRING "Copie a expedier par le site "
                              DELIMITED BY SIZE
                            fexm-site-actuel DELIMITED BY SIZE
                            "." DELIMITED BY SIZE
                            INTO wmsg_erreur
                     END-STRING
                   END-IF
                 END-IF
                 IF wmsg_erreur NOT = SPACES
                   DISPLAY ecran-erreur
                   PERFORM get-return
                 ELSE
                   MOVE fexm-film TO w-ret-film
                   MOVE fexm-num TO w-ret-num
                   PERFORM lit-transfert
                   IF w-trf-trouve = 0
                     MOVE fexm-site-origine TO w-trf-dest
                     MOVE fexm-empr-reserve TO w-trf-empr
                   END-IF
                   IF w-trf-empr = 0
                     MOVE "RETOUR" TO w-trf-pour
                   ELSE
                     MOVE w-trf-empr TO w-trf-pour
                   END-IF
                   DISPLAY ecran-trf-expedition
                   DISPLAY ecran-valide-oper
                   ACCEPT ecran-valide-oper
                   IF reponse = 'O'
                     MOVE "T" TO fexm-statut
                     REWRITE exemplaire-enr
                       INVALID KEY
                         MOVE ALL SPACES TO wmsg_erreur
                         MOVE "Erreur lors de la modification."
                           TO wmsg_erreur
                         DISPLAY ecran-erreur
                         PERFORM get-return
                       NOT INVALID KEY
                         MOVE 1 TO w-trf-fait
                     END-REWRITE
                   END-IF
                 END-IF
             END-READ
             CLOSE fexemplaire
             IF w-trf-fait = 1
               PERFORM marque-transfert-expedie
               DISPLAY ecran-trf-expedie
               PERFORM get-return
             END-IF
           END-IF.

       marque-transfert-expedie.
      * la demande de transfert de la copie w-ret-film / w-ret-num
      * passe a expediee, datee du jour ; une copie a transferer
      * sans demande (fichier perdu) en recoit une
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN I-O ftransfert.
           IF TRANSFERT-NOT-FOUND
             OPEN OUTPUT ftransfert
             CLOSE ftransfert
             OPEN I-O ftransfert
           END-IF.
           MOVE w-ret-film TO ftrf-film.
           MOVE w-ret-num TO ftrf-exm.
           READ ftransfert
             INVALID KEY
               MOVE w-site TO ftrf-origine
               MOVE w-trf-dest TO ftrf-dest
               MOVE w-trf-empr TO ftrf-empr
               MOVE w-date-jour TO ftrf-date-dem
               MOVE "T" TO ftrf-statut
               MOVE w-date-jour TO ftrf-date-envoi
               WRITE transfert-enr
                 INVALID KEY CONTINUE
               END-WRITE
             NOT INVALID KEY
               MOVE "T" TO ftrf-statut
               MOVE w-date-jour TO ftrf-date-envoi
               REWRITE transfert-enr
                 INVALID KEY CONTINUE
               END-REWRITE
           END-READ.
           CLOSE ftransfert.

       recoit-transfert.
      * arrivee d'une copie en transit sur le site de l'operateur :
      * elle y est enregistree, sa demande de transfert est soldee,
      * puis elle est mise de cote pour le premier reservataire qui
      * l'attend (ou de nouveau transferee), remise en rayon, ou
      * renvoyee a son site d'attache
           OPEN I-O fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
             DISPLAY ecran-cadre
             IF EXM-NOT-FOUND
               DISPLAY ecran-aucun-exm
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Exemplaires d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
             END-IF
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre w-exm-saisi w-trf-fait
             DISPLAY ecran-cadre
             DISPLAY ecran-rech-num
             DISPLAY ecran-rech-exm
             DISPLAY ecran-retour
             ACCEPT ecran-rech-num
             ACCEPT ecran-rech-exm
             MOVE nombre TO fexm-film
             MOVE w-exm-saisi TO fexm-num
             READ fexemplaire
               INVALID KEY
                 DISPLAY ecran-aucun-exm
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE fexm-film TO w-ret-film
                 MOVE fexm-num TO w-ret-num
                 MOVE ALL SPACES TO wmsg_erreur
                 IF fexm-statut NOT = "T"
                   MOVE "Cette copie n'est pas en transit."
                     TO wmsg_erreur
                 ELSE
      * une copie arrivee sur un autre site que prevu n'y est pas
      * enregistree : elle doit repartir vers sa destination
                   PERFORM lit-transfert
                   IF w-trf-trouve = 1 AND w-trf-dest NOT = w-site
                     STRING "Copie attendue au site "
                              DELIMITED BY SIZE
                            w-trf-dest DELIMITED BY SIZE
                            " : a lui faire suivre." DELIMITED BY SIZE
                            INTO wmsg_erreur
                     END-STRING
                   END-IF
                 END-IF
                 IF wmsg_erreur NOT = SPACES
                   DISPLAY ecran-erreur
                   PERFORM get-return
                 ELSE
                   MOVE "D" TO fexm-statut
                   MOVE w-site TO fexm-site-actuel
                   MOVE 0 TO fexm-empr-reserve fexm-date-limite
                   MOVE SPACE TO fexm-avis
                   REWRITE exemplaire-enr
                     INVALID KEY
                       MOVE ALL SPACES TO wmsg_erreur
                       MOVE "Erreur lors de la modification."
                         TO wmsg_erreur
                       DISPLAY ecran-erreur
                       PERFORM get-return
                     NOT INVALID KEY
                       MOVE 1 TO w-trf-fait
                   END-REWRITE
                 END-IF
             END-READ
             CLOSE fexemplaire
             IF w-trf-fait = 1
               PERFORM supprime-transfert
               PERFORM reattribue-exemplaire
               IF w-ret-resultat = "D"
                 DISPLAY ecran-trf-rayon
               ELSE
                 PERFORM affiche-sort-copie
               END-IF
               DISPLAY ecran-trf-recu
               PERFORM get-return
             END-IF
           END-IF.

       gestion-reservations.
      * sous-menu de la file d'attente des reservations
           MOVE SPACES TO wchoix-rsv.
           PERFORM WITH TEST AFTER UNTIL wchoix-rsv = "Q"
             PERFORM affi-titre
             DISPLAY ecran-menu-reserv
             ACCEPT ecran-menu-reserv
             EVALUATE wchoix-rsv
               WHEN "1"
                    PERFORM pose-reservation
               WHEN "2"
                    PERFORM annule-reservation
               WHEN "3"
                    PERFORM affi-reservations-film
               WHEN "4"
                    PERFORM edite-avis
               WHEN "5"
                    PERFORM expiration-mises-de-cote
             END-EVALUATE
           END-PERFORM.

       pose-reservation.
      * enregistre une demande en queue de la file d'attente du film
           OPEN INPUT ffilm.
           MOVE 0 TO nombre w-trouve.
           DISPLAY ecran-cadre.
           DISPLAY ecran-rech-num.
           DISPLAY ecran-retour
           ACCEPT ecran-rech-num.

             MOVE nombre TO ffilm-num
             READ ffilm
               INVALID KEY
                 DISPLAY ecran-num-erreur
                 PERFORM get-return
             DISPLAY ecran-reserv-empr
             ACCEPT ecran-reserv-empr
             PERFORM controle-emprunteur
      * inutile de reserver un film que l'emprunteur ne pourra pas
      * emporter
             IF w-empr-ok = 1
               PERFORM controle-adhesion-empr
             END-IF
             IF w-empr-ok = 1
               PERFORM controle-age-emprunteur
             END-IF
             IF w-empr-ok = 0
               DISPLAY ecran-erreur
               PERFORM get-return
      * rang attribue = plus grand rang deja inscrit sur le film + 1
      * (la lecture en sequence de la cle film + rang livre les rangs
      * croissants) ; une meme demande film + emprunteur n'est pas
      * doublee ; le film sera retire sur le site de l'operateur
           MOVE 0 TO w-rsv-pose.
           OPEN I-O freserv.
           IF RESERV-NOT-FOUND
      * fichier cree a l'instant : le refermer et le rouvrir en
             CLOSE freserv
             OPEN I-O freserv
           END-IF.
           IF NOT RESERV-OKAY
             MOVE ALL SPACES TO wmsg_erreur
             MOVE
              "Reservations d'un ancien format - conversion a faire"
               TO wmsg_erreur
             DISPLAY ecran-erreur
             PERFORM get-return
           ELSE
             PERFORM inscrit-demande
           END-IF.
           CLOSE freserv.
      * aucune copie en rayon ici : une copie en rayon sur un autre
      * site est demandee en transfert
           IF w-rsv-pose = 1
             DISPLAY ecran-reserv-ok
             PERFORM cherche-copie-distante
             IF w-ret-resultat = "P" AND
                w-trf-empr = pret-emprunteur
               DISPLAY ecran-reserv-transfert
             END-IF
             PERFORM get-return
           END-IF.

       inscrit-demande.
           MOVE 0 TO w-rsv-rang w-rsv-trouve fin-fichier.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
             READ freserv NEXT
             MOVE pret-emprunteur TO frsv-empr
             ACCEPT w-date-jour FROM DATE YYYYMMDD
             MOVE w-date-jour TO frsv-date
             MOVE w-site TO frsv-site
             WRITE reserv-enr
               INVALID KEY
                 MOVE ALL SPACES TO wmsg_erreur
                 DISPLAY ecran-erreur
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE 1 TO w-rsv-pose
             END-WRITE
           END-IF.

       cherche-copie-distante.
      * reservation du film nombre posee alors qu'aucune copie n'est
      * en rayon sur le site de l'operateur : une copie en rayon sur
      * un autre site est attribuee a la file d'attente, avec une
      * demande de transfert si son reservataire attend ailleurs
           MOVE SPACE TO w-ret-resultat.
           MOVE 0 TO w-exm-local w-exm-ailleurs.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
           ELSE
             MOVE 0 TO w-exm-fin
             MOVE 1 TO w-exm-idx
             PERFORM WITH TEST BEFORE UNTIL w-exm-fin = 1
               MOVE nombre TO fexm-film
               MOVE w-exm-idx TO fexm-num
               READ fexemplaire
                 INVALID KEY
                   MOVE 1 TO w-exm-fin
                 NOT INVALID KEY
                   IF fexm-statut = "D"
                     PERFORM classe-copie-en-rayon
                   END-IF
                   ADD 1 TO w-exm-idx
               END-READ
             END-PERFORM
             CLOSE fexemplaire
           END-IF.
           IF w-exm-local = 0 AND w-exm-ailleurs > 0
             MOVE nombre TO w-ret-film
             MOVE w-exm-ailleurs TO w-ret-num
             PERFORM reattribue-exemplaire
           END-IF.

       annule-reservation.
      * retire de la file la demande film + emprunteur designee
           OPEN I-O freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
             DISPLAY ecran-cadre
             IF RESERV-NOT-FOUND
               DISPLAY ecran-aucune-reserv
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Reservations d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
             END-IF
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre
             CLOSE freserv
             IF w-rsv-trouve = 1
               DISPLAY ecran-reserv-annulee
      * une copie deja de cote pour ce reservataire passe au suivant
      * de la file, ou retourne en rayon
               MOVE nombre TO w-ret-film
               MOVE 0 TO w-ret-num
               MOVE pret-emprunteur TO w-rsv-empr
               PERFORM controle-copie-retenue
               IF w-ret-deja = 1
                 MOVE w-exm-retenu TO w-ret-num
                 PERFORM reattribue-exemplaire
               END-IF
             ELSE
               DISPLAY ecran-aucune-reserv
             END-IF
      * liste paginee de la file d'attente d'un film, dans l'ordre
      * d'arrivee des demandes
           OPEN INPUT freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
             DISPLAY ecran-cadre
             IF RESERV-NOT-FOUND
               DISPLAY ecran-aucune-reserv
             ELSE
               MOVE ALL SPACES TO wmsg_erreur
               MOVE
              "Reservations d'un ancien format - conversion a faire"
                 TO wmsg_erreur
               DISPLAY ecran-erreur
             END-IF
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre
             DISPLAY ecran-retour
             ACCEPT ecran-rech-num
             OPEN INPUT femprunteur
             IF NOT EMPR-OKAY
               MOVE 0 TO w-fempr-ouvert
             ELSE
               MOVE 1 TO w-fempr-ouvert
           END-IF.

       signale-reservation.
      * premier emprunteur en attente sur le film rendu (plus petit
      * rang, sans copie deja de cote) : la copie rendue est mise de
      * cote a son nom jusqu'a la date limite de retrait, ou a
      * transferer vers son site s'il attend ailleurs ; sans
      * reservataire, une copie rendue hors de son site d'attache y
      * est renvoyee ; un titre sans exemplaires recenses n'a pas de
      * copie a retenir, l'operateur est seulement alerte
           IF pret-exemplaire > 0
             MOVE pret-film TO w-ret-film
             MOVE pret-exemplaire TO w-ret-num
             PERFORM reattribue-exemplaire
             PERFORM affiche-sort-copie
           ELSE
             PERFORM cherche-reservation-suivante
             IF w-rsv-trouve = 1
               PERFORM lit-nom-reservataire
               DISPLAY ecran-reserv-alerte
             END-IF
           END-IF.

       affiche-sort-copie.
      * indique a l'operateur ce que devient la copie reattribuee
           IF w-rsv-trouve = 1
             PERFORM lit-nom-reservataire
           END-IF.
           EVALUATE w-ret-resultat
             WHEN "C"
                  DISPLAY ecran-reserv-retenu
             WHEN "P"
                  IF w-rsv-trouve = 1
                    DISPLAY ecran-transfert-pour
                  ELSE
                    DISPLAY ecran-transfert-retour
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       lit-nom-reservataire.
           MOVE "(emprunteur inconnu)" TO w-rsv-nom.
           OPEN INPUT femprunteur.
           IF EMPR-OKAY
             MOVE w-rsv-empr TO fempr-num
             READ femprunteur
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE fempr-nom TO w-rsv-nom
             END-READ
           END-IF.
           CLOSE femprunteur.

       cherche-reservation-suivante.
      * premiere demande (plus petit rang) encore en file sur le
      * film pret-film
           MOVE 0 TO w-rsv-trouve.
           OPEN INPUT freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
           ELSE
             MOVE 0 TO fin-fichier
       solde-reservation-eventuelle.
      * la sortie du film a un emprunteur qui l'avait reserve solde
      * sa demande dans la file
      * (seules les demandes du film sont lues, a partir du rang 0)
           OPEN I-O freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
           ELSE
             MOVE 0 TO fin-fichier
             MOVE pret-film TO frsv-film
             MOVE 0 TO frsv-rang
             START freserv KEY IS NOT LESS THAN frsv-cle
               INVALID KEY
                 MOVE 1 TO fin-fichier
             END-START
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ freserv NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF frsv-film NOT = pret-film
                     MOVE 1 TO fin-fichier
                   ELSE
                     IF frsv-empr = pret-emprunteur
                       DELETE freserv RECORD
                         INVALID KEY CONTINUE
                       END-DELETE
                       MOVE 1 TO fin-fichier
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE freserv
           END-IF.

       reattribue-exemplaire.
      * la copie w-ret-film / w-ret-num (rendue, recue d'un autre
      * site, en rayon ailleurs, ou de cote pour un reservataire qui
      * n'en veut plus) est mise de cote pour le premier
      * reservataire en attente qui n'a pas deja une copie de ce
      * film ; s'il la retire sur un autre site que celui de la
      * copie, un transfert est demande vers ce site ; sans
      * reservataire, la copie retourne en rayon, ou a son site
      * d'attache si elle n'y est pas (w-ret-resultat : C = de cote,
      * P = a transferer, D = en rayon, blanc = copie non touchee)
           MOVE SPACE TO w-ret-resultat.
           PERFORM cherche-reserve-sans-copie.
           IF w-rsv-trouve = 1
      * date limite de retrait reportee au premier jour d'ouverture
             ACCEPT w-date-jour FROM DATE YYYYMMDD
             PERFORM ouvre-calendrier
             COMPUTE w-cal-date =
               FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(w-date-jour)
                 + w-pp-delai-retrait)
             PERFORM ajuste-jour-ouvert
             PERFORM ferme-calendrier
             MOVE w-cal-date TO w-ret-limite
           END-IF.
           OPEN I-O fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
           ELSE
             MOVE w-ret-film TO fexm-film
             MOVE w-ret-num TO fexm-num
             READ fexemplaire
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF fexm-statut = "D" OR fexm-statut = "C" OR
                    fexm-statut = "P"
                   MOVE fexm-statut TO w-trf-ancien
                   MOVE fexm-site-actuel TO w-trf-origine
                   MOVE SPACES TO w-trf-dest
                   MOVE 0 TO fexm-empr-reserve fexm-date-limite
                   MOVE SPACE TO fexm-avis
                   IF w-rsv-trouve = 1
                     MOVE w-rsv-empr TO fexm-empr-reserve
                     IF w-rsv-site = fexm-site-actuel OR
                        w-rsv-site = SPACES OR
                        fexm-site-actuel = SPACES
                       MOVE "C" TO fexm-statut
                       MOVE w-ret-limite TO fexm-date-limite
                     ELSE
                       MOVE "P" TO fexm-statut
                       MOVE w-rsv-site TO w-trf-dest
                     END-IF
                   ELSE
                     IF fexm-site-origine = fexm-site-actuel OR
                        fexm-site-origine = SPACES OR
                        fexm-site-actuel = SPACES
                       MOVE "D" TO fexm-statut
                     ELSE
                       MOVE "P" TO fexm-statut
                       MOVE fexm-site-origine TO w-trf-dest
                     END-IF
                   END-IF
                   MOVE fexm-statut TO w-ret-resultat
                   MOVE fexm-empr-reserve TO w-trf-empr
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
                 END-IF
             END-READ
             CLOSE fexemplaire
           END-IF.
      * la demande de transfert suit la copie : levee si la copie
      * n'est plus a transferer, ecrite (ou reecrite vers le nouveau
      * site) si elle l'est
           IF w-ret-resultat NOT = SPACE
             IF w-trf-ancien = "P" AND w-ret-resultat NOT = "P"
               PERFORM supprime-transfert
             END-IF
             IF w-ret-resultat = "P"
               PERFORM demande-transfert
             END-IF
           END-IF.

       demande-transfert.
      * demande de transfert de la copie w-ret-film / w-ret-num de
      * son site actuel vers w-trf-dest, a preparer par le site de
      * depart (liste de preparation)
           OPEN I-O ftransfert.
           IF TRANSFERT-NOT-FOUND
             OPEN OUTPUT ftransfert
             CLOSE ftransfert
             OPEN I-O ftransfert
           END-IF.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           MOVE w-ret-film TO ftrf-film.
           MOVE w-ret-num TO ftrf-exm.
           MOVE w-trf-origine TO ftrf-origine.
           MOVE w-trf-dest TO ftrf-dest.
           MOVE w-trf-empr TO ftrf-empr.
           MOVE w-date-jour TO ftrf-date-dem.
           MOVE "A" TO ftrf-statut.
           MOVE 0 TO ftrf-date-envoi.
           WRITE transfert-enr
             INVALID KEY
               REWRITE transfert-enr
                 INVALID KEY CONTINUE
               END-REWRITE
           END-WRITE.
           CLOSE ftransfert.

       supprime-transfert.
      * la demande de transfert de la copie w-ret-film / w-ret-num
      * est soldee (copie recue, ou reattribuee sur place)
           OPEN I-O ftransfert.
           IF TRANSFERT-NOT-FOUND
             CLOSE ftransfert
           ELSE
             MOVE w-ret-film TO ftrf-film
             MOVE w-ret-num TO ftrf-exm
             READ ftransfert
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 DELETE ftransfert RECORD
                   INVALID KEY CONTINUE
                 END-DELETE
             END-READ
             CLOSE ftransfert
           END-IF.

       lit-transfert.
      * demande de transfert en cours de la copie w-ret-film /
      * w-ret-num (w-trf-trouve = 1 si elle existe)
           MOVE 0 TO w-trf-trouve.
           OPEN INPUT ftransfert.
           IF TRANSFERT-NOT-FOUND
             CLOSE ftransfert
           ELSE
             MOVE w-ret-film TO ftrf-film
             MOVE w-ret-num TO ftrf-exm
             READ ftransfert
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 1 TO w-trf-trouve
                 MOVE ftrf-origine TO w-trf-origine
                 MOVE ftrf-dest TO w-trf-dest
                 MOVE ftrf-empr TO w-trf-empr
             END-READ
             CLOSE ftransfert
           END-IF.

       cherche-reserve-sans-copie.
      * premiere demande (plus petit rang) sur le film w-ret-film
      * dont l'emprunteur n'a pas deja une autre copie de cote
           MOVE 0 TO w-rsv-trouve.
           OPEN INPUT freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
           ELSE
      * seules les demandes du film sont lues, dans l'ordre des rangs
             MOVE 0 TO fin-fichier
             MOVE w-ret-film TO frsv-film
             MOVE 0 TO frsv-rang
             START freserv KEY IS NOT LESS THAN frsv-cle
               INVALID KEY
                 MOVE 1 TO fin-fichier
             END-START
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ freserv NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF frsv-film NOT = w-ret-film
                     MOVE 1 TO fin-fichier
                   ELSE
                     MOVE frsv-empr TO w-rsv-empr
                     PERFORM controle-copie-retenue
                     IF w-ret-deja = 0
                       MOVE 1 TO w-rsv-trouve
                       MOVE frsv-rang TO w-rsv-rang
                       MOVE frsv-site TO w-rsv-site
                       MOVE 1 TO fin-fichier
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE freserv
           END-IF.

       controle-copie-retenue.
      * w-ret-deja = 1 si une copie du film w-ret-film (autre que
      * w-ret-num) est de cote pour w-rsv-empr, ou lui est destinee
      * par un transfert ; son numero est rendu dans w-exm-retenu et
      * son statut dans w-ret-statut
           MOVE 0 TO w-ret-deja w-exm-retenu.
           MOVE SPACE TO w-ret-statut.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
           ELSE
             MOVE 0 TO w-ret-fin
             MOVE 1 TO w-ret-idx
             PERFORM WITH TEST BEFORE UNTIL w-ret-fin = 1
               MOVE w-ret-film TO fexm-film
               MOVE w-ret-idx TO fexm-num
               READ fexemplaire
                 INVALID KEY
                   MOVE 1 TO w-ret-fin
                 NOT INVALID KEY
                   IF (fexm-statut = "C" OR fexm-statut = "P" OR
                       fexm-statut = "T") AND
                      fexm-empr-reserve = w-rsv-empr AND
                      fexm-num NOT = w-ret-num AND w-ret-deja = 0
                     MOVE 1 TO w-ret-deja
                     MOVE fexm-num TO w-exm-retenu
                     MOVE fexm-statut TO w-ret-statut
                   END-IF
                   ADD 1 TO w-ret-idx
               END-READ
             END-PERFORM
             CLOSE fexemplaire
           END-IF.

       expiration-mises-de-cote.
      * expiration a la demande (meme moteur que la directive
      * EXPIRATION du traitement de nuit)
           PERFORM expire-mises-de-cote.
           DISPLAY ecran-cadre.
           IF w-exp-fait = 1
             DISPLAY ecran-expire-resultat
           ELSE
             MOVE ALL SPACES TO wmsg_erreur
             MOVE
              "Exemplaires d'un ancien format - conversion a faire"
               TO wmsg_erreur
             DISPLAY ecran-erreur
           END-IF.
           PERFORM get-return.

       expire-mises-de-cote.
      * copies de cote non retirees a la date limite : la demande du
      * reservataire defaillant est retiree de la file et la copie
      * passe au suivant (nouvelle date limite, nouvel avis) ou
      * retourne en rayon ; les copies sont relevees dans un premier
      * passage, le fichier etant relu par cle pour chacune ensuite ;
      * une copie dont le message attend encore le compte-rendu de
      * la passerelle n'expire pas : le reservataire n'est peut-etre
      * pas prevenu (passe le delai, le message est tenu pour non
      * joint et la copie repart a l'avis imprime, date repoussee)
           MOVE 0 TO w-exp-fait w-nb-expire w-nb-reattribue.
           MOVE 0 TO w-exp-tronque.
           PERFORM classe-notifs-sans-retour.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT fnotif.
           IF NOTIF-OKAY
             MOVE 1 TO w-ntf-ouvert
           ELSE
             MOVE 0 TO w-ntf-ouvert
           END-IF.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
             CLOSE fnotif
      * aucun exemplaire recense : rien a expirer
             IF EXM-NOT-FOUND
               MOVE 1 TO w-exp-fait
             END-IF
           ELSE
             MOVE 1 TO w-exp-fait
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fexemplaire NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE 0 TO w-ntf-attente
                   IF fexm-statut = "C" AND fexm-avis = "M" AND
                      w-ntf-ouvert = 1
                     PERFORM controle-message-en-attente
                   END-IF
                   IF fexm-statut = "C" AND
                      fexm-date-limite < w-date-jour AND
                      w-ntf-attente = 0
                     IF w-nb-expire < 200
                       ADD 1 TO w-nb-expire
                       MOVE fexm-film TO exp-film(w-nb-expire)
                       MOVE fexm-num TO exp-num(w-nb-expire)
                       MOVE fexm-empr-reserve TO exp-empr(w-nb-expire)
                     ELSE
                       MOVE 1 TO w-exp-tronque
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fexemplaire
             CLOSE fnotif
             PERFORM VARYING w-exp-idx FROM 1 BY 1
                     UNTIL w-exp-idx > w-nb-expire
               MOVE exp-film(w-exp-idx) TO pret-film
               MOVE exp-empr(w-exp-idx) TO pret-emprunteur
               PERFORM solde-reservation-eventuelle
               MOVE exp-film(w-exp-idx) TO w-ret-film
               MOVE exp-num(w-exp-idx) TO w-ret-num
               PERFORM reattribue-exemplaire
               IF w-rsv-trouve = 1
                 ADD 1 TO w-nb-reattribue
               END-IF
             END-PERFORM
           END-IF.

       controle-message-en-attente.
      * w-ntf-attente = 1 si le message de mise a disposition de la
      * copie lue attend encore le compte-rendu de la passerelle
           MOVE "R" TO fntf-type.
           MOVE fexm-film TO fntf-ref.
           MOVE fexm-num TO fntf-exm.
           MOVE fexm-date-limite TO fntf-cle-date.
           READ fnotif
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF fntf-statut = "A"
                 MOVE 1 TO w-ntf-attente
               END-IF
           END-READ.

       edite-avis.
      * edition des avis de mise a disposition a la demande (meme
      * moteur que la directive AVIS du traitement de nuit)
           PERFORM genere-avis.
           DISPLAY ecran-cadre.
           IF w-avis-fait = 1
             DISPLAY ecran-avis-genere
           ELSE
             MOVE ALL SPACES TO wmsg_erreur
             MOVE
              "Exemplaires d'un ancien format - conversion a faire"
               TO wmsg_erreur
             DISPLAY ecran-erreur
           END-IF.
           PERFORM get-return.

       genere-avis.
      * avis de mise a disposition, presentes comme les lettres de
      * relance : les copies de cote dont l'avis n'est pas encore
      * edite sont triees par reservataire, un avis par emprunteur
      * liste ses films a retirer avec la date limite ; les copies
      * avisees sont ensuite marquees pour ne pas etre reprises ;
      * une copie dont le message est parti a la passerelle n'est
      * imprimee que si le reservataire n'a pas pu etre joint
           MOVE 0 TO w-avis-fait w-nb-avis.
      * un message reste trop longtemps sans compte-rendu rend sa
      * copie a l'avis imprime
           PERFORM classe-notifs-sans-retour.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
      * aucun exemplaire recense : fichier d'avis vide
             IF EXM-NOT-FOUND
               OPEN OUTPUT favis
               CLOSE favis
               MOVE 1 TO w-avis-fait
             END-IF
           ELSE
             CLOSE fexemplaire
             MOVE 1 TO w-avis-fait
             SORT ftriavis
               ON ASCENDING KEY avi-empr avi-film
               INPUT  PROCEDURE IS charge-copies-de-cote
               OUTPUT PROCEDURE IS ecrit-avis-retrait
             PERFORM marque-avis-edites
           END-IF.

       charge-copies-de-cote.
      * alimente le tri avec les copies de cote non encore avisees,
      * ni par l'avis imprime, ni par un message remis
           OPEN INPUT fexemplaire.
           MOVE 0 TO fin-fichier.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
             READ fexemplaire NEXT
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 IF fexm-statut = "C" AND fexm-avis NOT = "I" AND
                    fexm-avis NOT = "M"
                   MOVE fexm-empr-reserve TO avi-empr
                   MOVE fexm-film         TO avi-film
                   MOVE fexm-date-limite  TO avi-limite
                   RELEASE ftriavis-enr
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE fexemplaire.

       ecrit-avis-retrait.
      * parcourt les copies triees et ecrit un avis par emprunteur
      * (rupture sur avi-empr)
           OPEN OUTPUT favis.
           OPEN INPUT femprunteur.
           IF NOT EMPR-OKAY
             MOVE 0 TO w-fempr-ouvert
           ELSE
             MOVE 1 TO w-fempr-ouvert
           END-IF.
           OPEN INPUT ffilm.
           IF NOT FILE-OKAY
             MOVE 0 TO w-ffilm-ouvert
           ELSE
             MOVE 1 TO w-ffilm-ouvert
           END-IF.
           MOVE 0 TO w-avis-empr-prec fin-fichier.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
             RETURN ftriavis
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 IF avi-empr NOT = w-avis-empr-prec
                   PERFORM debute-avis-retrait
                   MOVE avi-empr TO w-avis-empr-prec
                 END-IF
                 PERFORM ecrit-film-avis
             END-RETURN
           END-PERFORM.
           CLOSE ffilm.
           CLOSE femprunteur.
           CLOSE favis.

       debute-avis-retrait.
      * entete de l'avis du nouvel emprunteur
           ADD 1 TO w-nb-avis.
           IF w-nb-avis > 1
             MOVE SPACES TO avis-ligne
             WRITE avis-ligne
           END-IF.
           MOVE ALL "-" TO avis-ligne.
           WRITE avis-ligne.
           MOVE SPACES TO avis-ligne.
           STRING "AVIS DE MISE A DISPOSITION DU " DELIMITED BY SIZE
                  w-date-jour DELIMITED BY SIZE
                  INTO avis-ligne
           END-STRING.
           WRITE avis-ligne.
           IF w-fempr-ouvert = 1
             MOVE avi-empr TO fempr-num
             READ femprunteur
               INVALID KEY
                 MOVE "(emprunteur inconnu)" TO fempr-nom
                 MOVE SPACES TO fempr-tel
             END-READ
           ELSE
             MOVE "(emprunteur inconnu)" TO fempr-nom
             MOVE SPACES TO fempr-tel
           END-IF.
           MOVE SPACES TO avis-ligne.
           STRING "EMPRUNTEUR " DELIMITED BY SIZE
                  avi-empr      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  FUNCTION TRIM(fempr-nom) DELIMITED BY SIZE
                  "  TEL "      DELIMITED BY SIZE
                  FUNCTION TRIM(fempr-tel) DELIMITED BY SIZE
                  INTO avis-ligne
           END-STRING.
           WRITE avis-ligne.
           MOVE "FILM(S) RESERVE(S) A RETIRER AU COMPTOIR :"
             TO avis-ligne.
           WRITE avis-ligne.

       ecrit-film-avis.
      * une ligne par copie mise de cote de l'avis en cours
           IF w-ffilm-ouvert = 1
             MOVE avi-film TO pret-film
             PERFORM lit-nom-film
           ELSE
             MOVE SPACES TO w-film-pret-nom
           END-IF.
           MOVE SPACES TO avis-ligne.
           STRING "  FILM "     DELIMITED BY SIZE
                  avi-film      DELIMITED BY SIZE
                  " A RETIRER AVANT LE " DELIMITED BY SIZE
                  avi-limite    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  FUNCTION TRIM(w-film-pret-nom) DELIMITED BY SIZE
                  INTO avis-ligne
           END-STRING.
           WRITE avis-ligne.

       marque-avis-edites.
      * les copies de cote avisees ne seront plus reprises par
      * l'edition suivante (une copie reattribuee repart sans avis)
           OPEN I-O fexemplaire.
           MOVE 0 TO fin-fichier.
           PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
             READ fexemplaire NEXT
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 IF fexm-statut = "C" AND fexm-avis NOT = "I" AND
                    fexm-avis NOT = "M"
                   MOVE "I" TO fexm-avis
                   REWRITE exemplaire-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE fexemplaire.

       gestion-emprunteurs.
      * sous-menu du registre des emprunteurs
           MOVE SPACES TO wchoix-empr.
             PERFORM affi-titre
             DISPLAY ecran-menu-empr
             ACCEPT ecran-menu-empr
             IF wchoix-empr = "1" OR "2" OR "3" OR "4" OR "5"
               OPEN INPUT femprunteur
               IF EMPR-NOT-FOUND
      * la saisie (choix 1) a le droit de creer le fichier
                 IF wchoix-empr NOT = "1"
                   MOVE ALL SPACES TO wmsg_erreur
                   MOVE "Le fichier des emprunteurs n'existe pas !"
                     TO wmsg_erreur
                   DISPLAY ecran-erreur
                   PERFORM get-return
                   MOVE "0" TO wchoix-empr
                 END-IF
               ELSE
                 IF NOT EMPR-OKAY
                   MOVE ALL SPACES TO wmsg_erreur
                   MOVE
              "Emprunteurs d'un ancien format - conversion a faire"
                     TO wmsg_erreur
                   DISPLAY ecran-erreur
                   PERFORM get-return
                   MOVE "0" TO wchoix-empr
                 END-IF
                 CLOSE femprunteur
               END-IF
             END-IF
             EVALUATE wchoix-empr
                    PERFORM suppr-emprunteur
               WHEN "4"
                    PERFORM consulte-emprunteur
               WHEN "5"
                    PERFORM renouvelle-adhesion
             END-EVALUATE
           END-PERFORM.

           END-IF.
           MOVE ALL SPACES TO emprunteur.
           MOVE "A" TO empr-statut.
           MOVE 0 TO empr-naissance.
      * l'inscription ouvre une adhesion de la duree en vigueur
           PERFORM lire-parametres-pret.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           MOVE w-date-jour TO w-adh-date empr-activite.
           PERFORM ajoute-mois-adhesion.
           MOVE w-adh-date TO empr-expiration.
           PERFORM affi-titre.
           MOVE w-prochain-empr TO empr-num.
           DISPLAY ecran-un-emprunteur.
           ACCEPT  ecran-un-emprunteur.
           PERFORM controle-naissance-empr.
           PERFORM WITH TEST BEFORE UNTIL w-date-ok = 1
             PERFORM signale-date-invalide
             PERFORM affi-titre
             DISPLAY ecran-un-emprunteur
             ACCEPT ecran-un-emprunteur
             PERFORM controle-naissance-empr
           END-PERFORM.
           DISPLAY ecran-valide-empr.
           ACCEPT  ecran-valide-empr.
           IF reponse = 'O'
             IF empr-statut NOT = "A" AND empr-statut NOT = "B"
               MOVE "A" TO empr-statut
           END-IF.
           CLOSE femprunteur.

       controle-naissance-empr.
      * date de naissance a 0 (inconnue) ou vraie date AAAAMMJJ qui
      * n'est pas dans le futur
           MOVE 1 TO w-date-ok.
           IF empr-naissance NOT = 0
             MOVE empr-naissance TO w-date-test
             PERFORM controle-date-calendaire
             ACCEPT w-date-jour FROM DATE YYYYMMDD
             IF empr-naissance > w-date-jour
               MOVE 0 TO w-date-ok
             END-IF
           END-IF.

       lire-prochain-empr.
      * lit et incremente le compteur persistant de numeros
      * d'emprunteur, sans reparcourir tout le fichier femprunteur
      * le compteur persistant sur un registre deja peuple
           MOVE 0 TO w-max-empr.
           OPEN INPUT femprunteur.
           IF NOT EMPR-OKAY
             CLOSE femprunteur
           ELSE
             MOVE 0 TO fin-fichier
                 DISPLAY ecran-cadre
                 DISPLAY ecran-un-emprunteur
                 ACCEPT ecran-un-emprunteur
                 PERFORM controle-naissance-empr
                 PERFORM WITH TEST BEFORE UNTIL w-date-ok = 1
                   PERFORM signale-date-invalide
                   DISPLAY ecran-cadre
                   DISPLAY ecran-un-emprunteur
                   ACCEPT ecran-un-emprunteur
                   PERFORM controle-naissance-empr
                 END-PERFORM
                 DISPLAY ecran-valide-modif
                 ACCEPT ecran-valide-modif
                 IF reponse = 'O'
                 MOVE empr-enr TO emprunteur
                 DISPLAY ecran-cadre
                 DISPLAY ecran-un-emprunteur
      * un emprunteur encore engage (prets, solde, reservations)
      * ne peut etre supprime : ses prets resteraient orphelins
                 MOVE empr-num TO w-eng-empr
                 PERFORM controle-engagements-empr
                 MOVE ALL SPACES TO wmsg_erreur
                 IF w-eng-illisible = 1
                   MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                     TO wmsg_erreur
                 END-IF
                 IF w-eng-illisible = 2
                   MOVE
              "Reservations d'un ancien format - conversion a faire"
                     TO wmsg_erreur
                 END-IF
                 IF w-eng-illisible = 0
                   IF w-eng-prets > 0
                     MOVE "Prets en cours : suppression refusee."
                       TO wmsg_erreur
                   ELSE
                     IF w-solde NOT = 0
                       MOVE
              "Solde du compte non nul : suppression refusee."
                         TO wmsg_erreur
                     ELSE
                       IF w-eng-reserv > 0
                         MOVE
              "Reservations en attente : suppression refusee."
                           TO wmsg_erreur
                       END-IF
                     END-IF
                   END-IF
                 END-IF
                 IF wmsg_erreur NOT = SPACES
                   DISPLAY ecran-erreur
                   PERFORM get-return
                 ELSE
                   DISPLAY ecran-valide-suppr
                   ACCEPT ecran-valide-suppr
                   IF reponse = 'O'
                     DELETE femprunteur RECORD
                       INVALID KEY
                         MOVE ALL SPACES TO wmsg_erreur
                         MOVE "Erreur lors de la suppression."
                           TO wmsg_erreur
                         DISPLAY ecran-erreur
                         PERFORM get-return
                     END-DELETE
                   END-IF
                 END-IF
           END-READ.
           CLOSE femprunteur.

       controle-engagements-empr.
      * prets encore ouverts (lecture directe par emprunteur), solde
      * du compte et demandes en file de l'emprunteur w-eng-empr ;
      * un fichier de prets ou de reservations illisible interdit
      * de conclure
           MOVE 0 TO w-eng-prets w-eng-reserv w-eng-illisible.
           OPEN INPUT fpret.
           IF NOT PRET-OKAY
             CLOSE fpret
             IF NOT PRET-NOT-FOUND
               MOVE 1 TO w-eng-illisible
             END-IF
           ELSE
             MOVE 0 TO w-eng-fin
             MOVE w-eng-empr TO fpret-emprunteur
             READ fpret KEY IS fpret-emprunteur
               INVALID KEY
                 MOVE 1 TO w-eng-fin
             END-READ
             PERFORM WITH TEST BEFORE UNTIL w-eng-fin = 1
               IF fpret-emprunteur NOT = w-eng-empr
                 MOVE 1 TO w-eng-fin
               ELSE
                 IF fpret-date-rendu = 0
                   ADD 1 TO w-eng-prets
                 END-IF
                 READ fpret NEXT
                   AT END MOVE 1 TO w-eng-fin
                 END-READ
               END-IF
             END-PERFORM
             CLOSE fpret
           END-IF.
           MOVE w-eng-empr TO nombre.
           PERFORM lit-solde-compte.
           OPEN INPUT freserv.
           IF NOT RESERV-OKAY
             CLOSE freserv
             IF NOT RESERV-NOT-FOUND AND w-eng-illisible = 0
               MOVE 2 TO w-eng-illisible
             END-IF
           ELSE
             MOVE 0 TO w-eng-fin
             PERFORM WITH TEST AFTER UNTIL w-eng-fin = 1
               READ freserv NEXT
                 AT END MOVE 1 TO w-eng-fin
                 NOT AT END
                   IF frsv-empr = w-eng-empr
                     ADD 1 TO w-eng-reserv
                   END-IF
               END-READ
             END-PERFORM
             CLOSE freserv
           END-IF.

       anonymise-inactifs.
      * un emprunteur deja anonymise (sans nom) n'est pas relu ; un
      * emprunteur encore engage est ecarte et compte a part
           MOVE 0 TO w-anon-fait w-nb-anonymes w-nb-anon-ecartes.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           COMPUTE w-anon-limite = w-date-jour - w-anon-ans * 10000.
           OPEN I-O femprunteur.
           IF NOT EMPR-OKAY
             CLOSE femprunteur
             IF EMPR-NOT-FOUND
               MOVE 1 TO w-anon-fait
             END-IF
           ELSE
             MOVE 1 TO w-anon-fait
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ femprunteur NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fempr-nom NOT = SPACES AND
                      fempr-activite < w-anon-limite
                     MOVE fempr-num TO w-eng-empr
                     PERFORM controle-engagements-empr
                     IF w-eng-illisible NOT = 0
                       MOVE 0 TO w-anon-fait
                       MOVE 1 TO fin-fichier
                     ELSE
                       IF w-eng-prets > 0 OR w-solde NOT = 0 OR
                          w-eng-reserv > 0
                         ADD 1 TO w-nb-anon-ecartes
                       ELSE
                         MOVE SPACES TO fempr-nom fempr-tel
                         MOVE 0 TO fempr-naissance
                         REWRITE empr-enr
                           INVALID KEY CONTINUE
                           NOT INVALID KEY ADD 1 TO w-nb-anonymes
                         END-REWRITE
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE femprunteur
           END-IF.

       renouvelle-adhesion.
      * prolonge l'adhesion de la duree en vigueur, a partir de sa
      * fin si elle court encore, sinon a partir d'aujourd'hui
           PERFORM lire-parametres-pret.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           OPEN I-O femprunteur.
           MOVE 0 TO nombre.
           DISPLAY ecran-cadre.
           DISPLAY ecran-rech-empr.
           DISPLAY ecran-retour
           ACCEPT ecran-rech-empr.

             MOVE nombre TO fempr-num
             READ femprunteur
               INVALID KEY
                 DISPLAY ecran-empr-erreur
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE empr-enr TO emprunteur
                 IF empr-expiration < w-date-jour
                   MOVE w-date-jour TO w-adh-date
                 ELSE
                   MOVE empr-expiration TO w-adh-date
                 END-IF
                 PERFORM ajoute-mois-adhesion
                 DISPLAY ecran-cadre
                 DISPLAY ecran-un-emprunteur
                 DISPLAY ecran-adhesion-propose
                 DISPLAY ecran-valide-adhesion
                 ACCEPT ecran-valide-adhesion
                 IF reponse = 'O'
                   MOVE w-adh-date TO fempr-expiration
                   MOVE w-date-jour TO fempr-activite
                   REWRITE empr-enr
                     INVALID KEY
                       MOVE ALL SPACES TO wmsg_erreur
                       MOVE "Erreur lors de la modification."
                         TO wmsg_erreur
                       DISPLAY ecran-erreur
                       PERFORM get-return
                   END-REWRITE
                 END-IF
           END-READ.
           CLOSE femprunteur.

       ajoute-mois-adhesion.
      * w-adh-date avance de w-pp-adhesion mois ; un jour absent du
      * mois d'arrivee (31, 29 fevrier) devient le dernier du mois
           COMPUTE w-adh-mois = w-adh-aaaa * 12 + w-adh-mm - 1
                                + w-pp-adhesion.
           DIVIDE w-adh-mois BY 12 GIVING w-adh-aaaa
             REMAINDER w-adh-mm.
           ADD 1 TO w-adh-mm.
           MOVE w-adh-date TO w-date-test.
           MOVE "01" TO w-date-test(7:2).
           PERFORM controle-date-calendaire.
           IF w-adh-jj > w-dt-jmax
             MOVE w-dt-jmax TO w-adh-jj
           END-IF.

       consulte-emprunteur.
      * fiche d'un emprunteur suivie de la liste de ses prets en cours
           OPEN INPUT femprunteur.
               ELSE
                 MOVE ALL SPACES TO wmsg_erreur
                 MOVE
              "Fichier prets d'un ancien format - conversion a faire"
                   TO wmsg_erreur
                 DISPLAY ecran-erreur
                 PERFORM get-return
               DISPLAY ecran-empr-consult
               DISPLAY ecran-pret-entete
               MOVE 0 TO fin-fichier w-nb-prets i
               MOVE nombre TO fpret-emprunteur
               READ fpret KEY IS fpret-emprunteur
                 INVALID KEY
                   MOVE 1 TO fin-fichier
               END-READ
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 IF fpret-emprunteur NOT = nombre
                   MOVE 1 TO fin-fichier
                 ELSE
                   IF fpret-date-rendu = 0
                     MOVE pret-enr TO pret
                     IF w-ffilm-ouvert = 1
                       PERFORM lit-nom-film
                     ELSE
                       MOVE ALL SPACES TO w-film-pret-nom
                     END-IF
                     ADD 1 TO w-nb-prets
                     ADD 1 TO i
                     COMPUTE lig = 6 + i
                     DISPLAY ecran-affi-pret
                     IF i = 14
                       DISPLAY ecran-msg-affi-2
                       ACCEPT ecran-msg-affi-2
                       IF autre = 'N'
                         MOVE 1 TO fin-fichier
                       END-IF
                       MOVE 0 TO i
                       DISPLAY ecran-cadre
                       DISPLAY ecran-empr-consult
                       DISPLAY ecran-pret-entete
                     END-IF
                   END-IF
                   IF fin-fichier = 0
                     READ fpret NEXT
                       AT END MOVE 1 TO fin-fichier
                     END-READ
                   END-IF
                 END-IF
               END-PERFORM
               CLOSE ffilm
               CLOSE fpret
       credite-amende-compte.
      * calcule l'amende du retour en retard (jours de retard x taux
      * journalier) et la porte au compte de l'emprunteur, ouvert au
      * besoin ; les jours de fermeture ne sont pas comptes, si bien
      * qu'un retour apres l'echeance peut n'entrainer aucune amende
           PERFORM ouvre-calendrier.
           MOVE pret-date-echeance TO w-cal-echeance.
           MOVE pret-date-rendu TO w-cal-reference.
           PERFORM calcule-jours-retard.
           PERFORM ferme-calendrier.
           IF w-retard-jours > 0
             COMPUTE w-amende = w-retard-jours * w-taux-amende
             MOVE "A" TO w-mvt-type
             MOVE "AMENDE DE RETARD" TO w-mvt-motif
             PERFORM porte-au-compte
           END-IF.

       porte-au-compte.
      * ajoute w-amende au solde du compte de pret-emprunteur, ouvert
      * au besoin (amende de retard ou frais de remplacement), et
      * trace le mouvement du type w-mvt-type prepare par l'appelant
           OPEN I-O fcompte.
           IF COMPTE-NOT-FOUND
      * fichier cree a l'instant : le refermer et le rouvrir en
           END-READ.
           MOVE fcpt-solde TO w-solde.
           CLOSE fcompte.
           MOVE pret-emprunteur TO w-mvt-empr.
           MOVE pret-num TO w-mvt-pret.
           MOVE "+" TO w-mvt-sens.
           MOVE w-amende TO w-mvt-montant.
           PERFORM ecrit-mouvement-compte.

       ecrit-mouvement-compte.
      * ajoute au journal des mouvements de comptes une ligne datee
      * (w-mvt-type, w-mvt-empr, w-mvt-pret, w-mvt-sens,
      * w-mvt-montant, w-mvt-motif) ; comme le journal du catalogue,
      * ce fichier n'est jamais reecrit, seulement etendu
           OPEN EXTEND fmouvement.
           IF MOUVEMENT-NOT-FOUND
             OPEN OUTPUT fmouvement
           END-IF.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           ACCEPT w-heure FROM TIME.
           MOVE w-date-jour TO fmvt-date.
           MOVE w-heure(1:6) TO fmvt-heure.
           MOVE w-operateur TO fmvt-operateur.
           MOVE w-mvt-type TO fmvt-type.
           MOVE w-mvt-empr TO fmvt-empr.
           MOVE w-mvt-pret TO fmvt-pret.
           MOVE w-mvt-sens TO fmvt-sens.
           MOVE w-mvt-montant TO fmvt-montant.
           MOVE w-mvt-motif TO fmvt-motif.
           WRITE mouvement-enr.
           CLOSE fmouvement.

       lit-solde-compte.
      * solde du compte de l'emprunteur nombre (0 si aucun compte)
                    PERFORM edite-soldes
               WHEN "3"
                    PERFORM edite-relances
               WHEN "4"
      * exonerations et corrections sont reservees au superviseur
                    IF SUPERVISEUR
                      PERFORM correction-compte
                    ELSE
                      MOVE ALL SPACES TO wmsg_erreur
                      MOVE "Fonction reservee au superviseur !"
                        TO wmsg_erreur
                      DISPLAY ecran-erreur
                      PERFORM get-return
                    END-IF
               WHEN "5"
                    PERFORM cloture-caisse
             END-EVALUATE
           END-PERFORM.

                     REWRITE compte-enr
                       INVALID KEY CONTINUE
                     END-REWRITE
                     MOVE "R" TO w-mvt-type
                     MOVE fcpt-empr TO w-mvt-empr
                     MOVE 0 TO w-mvt-pret
                     MOVE "-" TO w-mvt-sens
                     MOVE w-reglement TO w-mvt-montant
                     MOVE "REGLEMENT" TO w-mvt-motif
                     PERFORM ecrit-mouvement-compte
                     MOVE fcpt-solde TO w-solde
                     DISPLAY ecran-reglement-ok
                     PERFORM get-return
             PERFORM get-return
           ELSE
             OPEN INPUT femprunteur
             IF NOT EMPR-OKAY
               MOVE 0 TO w-fempr-ouvert
             ELSE
               MOVE 1 TO w-fempr-ouvert
               INTO soldes-ligne
             END-STRING
             WRITE soldes-ligne
             MOVE 0 TO fin-fichier w-nb-soldes w-total-soldes
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fcompte NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fcpt-solde > 0
                     ADD 1 TO w-nb-soldes
                     ADD fcpt-solde TO w-total-soldes
                     PERFORM ecrit-ligne-solde
                   END-IF
               END-READ
             END-PERFORM
      * total des soldes, rapproche des mouvements a la cloture de
      * caisse
             MOVE w-total-soldes TO w-mnt-aff
             MOVE SPACES TO soldes-ligne
             STRING "TOTAL;;" DELIMITED BY SIZE
                    FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                    INTO soldes-ligne
             END-STRING
             WRITE soldes-ligne
             CLOSE femprunteur
             CLOSE fcompte
             CLOSE fsoldes
           END-STRING.
           WRITE soldes-ligne.

       correction-compte.
      * exoneration ou correction du solde d'un emprunteur par le
      * superviseur : le motif est obligatoire et le mouvement est
      * trace comme les amendes et les reglements
           OPEN I-O fcompte.
           IF COMPTE-NOT-FOUND
             CLOSE fcompte
             DISPLAY ecran-cadre
             DISPLAY ecran-aucun-compte
             PERFORM get-return
           ELSE
             MOVE 0 TO nombre
             DISPLAY ecran-cadre
             DISPLAY ecran-rech-empr
             DISPLAY ecran-retour
             ACCEPT ecran-rech-empr
             MOVE nombre TO fcpt-empr
             READ fcompte
               INVALID KEY
                 MOVE ALL SPACES TO wmsg_erreur
                 MOVE "Aucun compte pour cet emprunteur."
                   TO wmsg_erreur
                 DISPLAY ecran-erreur
                 PERFORM get-return
               NOT INVALID KEY
                 MOVE fcpt-solde TO w-solde
                 DISPLAY ecran-compte-solde
                 MOVE "E" TO w-mvt-type
                 MOVE "-" TO w-mvt-sens
                 MOVE 0 TO w-mvt-montant w-mvt-pret
                 MOVE SPACES TO w-mvt-motif
                 DISPLAY ecran-correction
                 ACCEPT ecran-correction
                 PERFORM controle-correction
                 PERFORM WITH TEST BEFORE UNTIL w-corr-ok = 1
                   DISPLAY ecran-erreur
                   PERFORM get-return
                   DISPLAY ecran-correction
                   ACCEPT ecran-correction
                   PERFORM controle-correction
                 END-PERFORM
                 DISPLAY ecran-valide-correction
                 ACCEPT ecran-valide-correction
                 IF reponse = 'O'
                   IF w-mvt-sens = "+"
                     ADD w-mvt-montant TO fcpt-solde
                   ELSE
                     SUBTRACT w-mvt-montant FROM fcpt-solde
                   END-IF
                   REWRITE compte-enr
                     INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE fcpt-empr TO w-mvt-empr
                   PERFORM ecrit-mouvement-compte
                   MOVE fcpt-solde TO w-solde
                   DISPLAY ecran-correction-ok
                   PERFORM get-return
                 END-IF
             END-READ
             CLOSE fcompte
           END-IF.

       controle-correction.
      * une exoneration diminue toujours le solde ; une correction
      * peut l'augmenter ou le diminuer, sans le rendre negatif ;
      * prepare l'invite de ressaisie sinon
           MOVE 0 TO w-corr-ok.
           MOVE ALL SPACES TO wmsg_erreur.
           IF w-mvt-type = "E"
             MOVE "-" TO w-mvt-sens
           END-IF.
           IF w-mvt-type NOT = "E" AND w-mvt-type NOT = "C"
             MOVE "Type E (exoneration) ou C (correction) : ressaisir."
               TO wmsg_erreur
           ELSE
             IF w-mvt-sens NOT = "+" AND w-mvt-sens NOT = "-"
               MOVE "Sens + ou - : ressaisir." TO wmsg_erreur
             ELSE
               IF w-mvt-montant = 0
                 MOVE "Montant nul : ressaisir." TO wmsg_erreur
               ELSE
                 IF w-mvt-sens = "-" AND w-mvt-montant > fcpt-solde
                   MOVE "Montant superieur au solde : ressaisir."
                     TO wmsg_erreur
                 ELSE
                   IF w-mvt-motif = SPACES
                     MOVE "Le motif est obligatoire : ressaisir."
                       TO wmsg_erreur
                   ELSE
                     MOVE 1 TO w-corr-ok
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       cloture-caisse.
      * etat de cloture de caisse de l'operateur signe : reglements
      * encaisses depuis sa derniere cloture, avec totaux, puis
      * controle que les mouvements enregistres depuis la derniere
      * cloture (toutes caisses) expliquent la variation du total
      * des soldes des comptes (celui de la liste des soldes)
           PERFORM lit-dernieres-clotures.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           ACCEPT w-heure FROM TIME.
           OPEN OUTPUT fcaisse.
           MOVE SPACES TO caisse-ligne.
           STRING "CLOTURE DE CAISSE;" DELIMITED BY SIZE
                  FUNCTION TRIM(w-operateur) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-date-jour DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-heure(1:6) DELIMITED BY SIZE
                  INTO caisse-ligne
           END-STRING.
           WRITE caisse-ligne.
           MOVE SPACES TO caisse-ligne.
           IF w-clo-oper-nb-mvt = 0 AND w-clo-oper-date = 0
             MOVE "REGLEMENTS DEPUIS L'OUVERTURE DU JOURNAL"
               TO caisse-ligne
           ELSE
             STRING "REGLEMENTS DEPUIS LA CLOTURE DU;"
                      DELIMITED BY SIZE
                    w-clo-oper-date DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    w-clo-oper-heure DELIMITED BY SIZE
                    INTO caisse-ligne
             END-STRING
           END-IF.
           WRITE caisse-ligne.
           MOVE "DATE;HEURE;EMPRUNTEUR;PRET;MONTANT" TO caisse-ligne.
           WRITE caisse-ligne.
      * un seul parcours du journal des mouvements : detail des
      * reglements de l'operateur et cumul net de tous les
      * mouvements posterieurs a la derniere cloture
           MOVE 0 TO w-mvt-rang w-nb-mvt-net w-nb-encaisse.
           MOVE 0 TO w-total-encaisse w-net-mvt.
           OPEN INPUT fmouvement.
           IF NOT MOUVEMENT-NOT-FOUND
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fmouvement
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   ADD 1 TO w-mvt-rang
                   IF w-mvt-rang > w-clo-oper-nb-mvt AND
                      fmvt-operateur = w-operateur AND
                      fmvt-type = "R"
                     ADD 1 TO w-nb-encaisse
                     ADD fmvt-montant TO w-total-encaisse
                     PERFORM ecrit-ligne-caisse
                   END-IF
                   IF w-mvt-rang > w-clo-nb-mvt
                     ADD 1 TO w-nb-mvt-net
                     IF fmvt-sens = "+"
                       ADD fmvt-montant TO w-net-mvt
                     ELSE
                       SUBTRACT fmvt-montant FROM w-net-mvt
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.
           CLOSE fmouvement.
           MOVE w-total-encaisse TO w-mnt-aff.
           MOVE w-nb-encaisse TO w-nb-aff.
           MOVE SPACES TO caisse-ligne.
           STRING "TOTAL ENCAISSE;" DELIMITED BY SIZE
                  FUNCTION TRIM(w-nb-aff) DELIMITED BY SIZE
                  " REGLEMENT(S);" DELIMITED BY SIZE
                  FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                  INTO caisse-ligne
           END-STRING.
           WRITE caisse-ligne.
      * controle des soldes : a la premiere cloture, le total des
      * soldes anterieurs au journal des mouvements sert de reference
           PERFORM cumule-total-soldes.
           IF w-clo-trouve = 0
             COMPUTE w-clo-total = w-total-soldes - w-net-mvt
           END-IF.
           COMPUTE w-ecart = w-total-soldes - w-clo-total - w-net-mvt.
           IF w-ecart = 0
             MOVE "CONTROLE OK" TO w-clo-resultat
           ELSE
             MOVE "ECART A EXPLIQUER" TO w-clo-resultat
           END-IF.
           MOVE "CONTROLE DES SOLDES" TO caisse-ligne.
           WRITE caisse-ligne.
           MOVE w-clo-total TO w-mnt-aff.
           MOVE SPACES TO caisse-ligne.
           IF w-clo-trouve = 0
             STRING "TOTAL DES SOLDES D'OUVERTURE;" DELIMITED BY SIZE
                    FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                    INTO caisse-ligne
             END-STRING
           ELSE
             STRING "TOTAL DES SOLDES A LA CLOTURE DU;"
                      DELIMITED BY SIZE
                    w-clo-date DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    w-clo-heure DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                    INTO caisse-ligne
             END-STRING
           END-IF.
           WRITE caisse-ligne.
           MOVE w-net-mvt TO w-mnt-aff.
           MOVE w-nb-mvt-net TO w-nb-aff.
           MOVE SPACES TO caisse-ligne.
           STRING "MOUVEMENTS NETS DEPUIS;" DELIMITED BY SIZE
                  FUNCTION TRIM(w-nb-aff) DELIMITED BY SIZE
                  " MOUVEMENT(S);" DELIMITED BY SIZE
                  FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                  INTO caisse-ligne
           END-STRING.
           WRITE caisse-ligne.
           MOVE w-total-soldes TO w-mnt-aff.
           MOVE SPACES TO caisse-ligne.
           STRING "TOTAL DES SOLDES ACTUEL;" DELIMITED BY SIZE
                  FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                  INTO caisse-ligne
           END-STRING.
           WRITE caisse-ligne.
           MOVE w-ecart TO w-mnt-aff.
           MOVE SPACES TO caisse-ligne.
           STRING "ECART;" DELIMITED BY SIZE
                  FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  w-clo-resultat DELIMITED BY SIZE
                  INTO caisse-ligne
           END-STRING.
           WRITE caisse-ligne.
           CLOSE fcaisse.
      * la cloture devient la reference de la suivante
           OPEN EXTEND fcloture.
           IF CLOTURE-NOT-FOUND
             OPEN OUTPUT fcloture
           END-IF.
           MOVE w-date-jour TO fclo-date.
           MOVE w-heure(1:6) TO fclo-heure.
           MOVE w-operateur TO fclo-operateur.
           MOVE w-mvt-rang TO fclo-nb-mvt.
           MOVE w-total-soldes TO fclo-total-soldes.
           WRITE cloture-enr.
           CLOSE fcloture.
           DISPLAY ecran-cadre.
           DISPLAY ecran-caisse-genere.
           PERFORM get-return.

       lit-dernieres-clotures.
      * derniere cloture enregistree (toutes caisses) et derniere
      * cloture de l'operateur signe ; a defaut, tout le journal
      * des mouvements est repris
           MOVE 0 TO w-clo-trouve w-clo-date w-clo-heure.
           MOVE 0 TO w-clo-nb-mvt w-clo-total.
           MOVE 0 TO w-clo-oper-nb-mvt w-clo-oper-date.
           MOVE 0 TO w-clo-oper-heure.
           OPEN INPUT fcloture.
           IF CLOTURE-NOT-FOUND
             CLOSE fcloture
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fcloture
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE 1 TO w-clo-trouve
                   MOVE fclo-date TO w-clo-date
                   MOVE fclo-heure TO w-clo-heure
                   MOVE fclo-nb-mvt TO w-clo-nb-mvt
                   MOVE fclo-total-soldes TO w-clo-total
                   IF fclo-operateur = w-operateur
                     MOVE fclo-nb-mvt TO w-clo-oper-nb-mvt
                     MOVE fclo-date TO w-clo-oper-date
                     MOVE fclo-heure TO w-clo-oper-heure
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fcloture
           END-IF.

       ecrit-ligne-caisse.
      * une ligne par reglement encaisse par l'operateur
           MOVE fmvt-montant TO w-mnt-aff.
           MOVE SPACES TO caisse-ligne.
           STRING fmvt-date DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fmvt-heure DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fmvt-empr DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  fmvt-pret DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(w-mnt-aff) DELIMITED BY SIZE
                  INTO caisse-ligne
           END-STRING.
           WRITE caisse-ligne.

       cumule-total-soldes.
      * total des soldes de tous les comptes (0 sans fichier)
           MOVE 0 TO w-total-soldes.
           OPEN INPUT fcompte.
           IF COMPTE-NOT-FOUND
             CLOSE fcompte
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fcompte NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   ADD fcpt-solde TO w-total-soldes
               END-READ
             END-PERFORM
             CLOSE fcompte
           END-IF.

       journalise-film.
      * ajoute au journal une ligne datee decrivant la mutation de
      * ffilm preparee par l'appelant (w-jrn-operation, w-jrn-film,
      * w-jrn-avant, w-jrn-apres) ; le journal n'est jamais reecrit,
      * seulement etendu
           OPEN EXTEND fjournal.
           IF JOURNAL-NOT-FOUND
             OPEN OUTPUT fjournal
           END-IF.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           ACCEPT w-heure FROM TIME.
           MOVE w-date-jour TO jrn-date.
           MOVE w-heure(1:6) TO jrn-heure.
           MOVE w-operateur TO jrn-operateur.
           MOVE w-jrn-operation TO jrn-operation.
           MOVE w-jrn-film TO jrn-film.
           MOVE w-jrn-avant TO jrn-avant.
           MOVE w-jrn-apres TO jrn-apres.
           WRITE journal-enr.
           CLOSE fjournal.

       affi-journal.
      * consultation du journal des modifications, filtree par numero
      * de film ou par date, vers l'ecran ou vers un fichier imprimable
           MOVE "T" TO w-jrn-filtre.
           MOVE "E" TO w-jrn-sortie.
           MOVE 0 TO nombre w-date.
           DISPLAY ecran-cadre.
           DISPLAY ecran-journal-filtre.
           ACCEPT  ecran-journal-filtre.
           EVALUATE w-jrn-filtre
             WHEN "N"
                  DISPLAY ecran-journal-fnum
                  ACCEPT  ecran-journal-fnum
             WHEN "D"
                  DISPLAY ecran-journal-fdate
                  ACCEPT  ecran-journal-fdate
      * le filtre par date exige une vraie date calendaire
                  MOVE w-date TO w-date-test
                  PERFORM controle-date-calendaire
                  PERFORM WITH TEST BEFORE UNTIL w-date-ok = 1
                    PERFORM signale-date-invalide
           PERFORM get-return.

       rapport-inventaire.
      * rapport des ecarts du site de l'operateur : boites attendues
      * sur ce site jamais comptees (presumees manquantes), numeros
      * comptes absents du catalogue (inconnus) et boites comptees
      * qui se trouvent en principe sur un autre site, avec les
      * totaux
           OPEN INPUT finventaire.
           IF INV-NOT-FOUND
             CLOSE finventaire
           ELSE
             CLOSE finventaire
             MOVE 0 TO w-nb-manquants w-nb-inconnus w-nb-total-inv
             MOVE 0 TO w-nb-autre-site
             PERFORM lire-parametres-pret
             OPEN OUTPUT fecarts
             MOVE SPACES TO ecarts-ligne
             STRING "SITE;" DELIMITED BY SIZE
                    w-site  DELIMITED BY SIZE
                    INTO ecarts-ligne
             END-STRING
             WRITE ecarts-ligne
             PERFORM cherche-manquants
             PERFORM cherche-inconnus
             PERFORM ecrit-totaux-inventaire
       cherche-manquants.
      * parcourt le catalogue et pointe chaque boite attendue dans
      * le comptage : exemplaire par exemplaire pour les titres
      * recenses, sous le numero de copie 0 sinon (une telle boite
      * n'est attendue qu'au site principal)
           OPEN INPUT ffilm.
           OPEN INPUT finventaire.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             MOVE 0 TO w-fexm-ouvert
           ELSE
             MOVE 1 TO w-fexm-ouvert
                 IF w-fexm-ouvert = 1
                   PERFORM pointe-exemplaires-film
                 END-IF
                 IF w-nb-exm-film = 0 AND w-site = w-pp-site
                   MOVE ffilm-num TO finv-num
                   MOVE 0 TO finv-exm
                   READ finventaire
           CLOSE ffilm.

       pointe-exemplaires-film.
      * controle exemplaire par exemplaire que chaque boite du film
      * courant attendue sur le site a ete comptee
           MOVE 0 TO w-nb-exm-film w-exm-fin.
           MOVE 1 TO w-exm-idx.
           PERFORM WITH TEST BEFORE UNTIL w-exm-fin = 1
                 MOVE 1 TO w-exm-fin
               NOT INVALID KEY
                 ADD 1 TO w-nb-exm-film
                 PERFORM controle-copie-attendue
                 IF w-exm-attendu = 1
                   MOVE ffilm-num TO finv-num
                   MOVE fexm-num TO finv-exm
                   READ finventaire
             END-READ
           END-PERFORM.

       controle-copie-attendue.
      * une copie n'est attendue qu'au comptage du site ou elle se
      * trouve (le site de l'operateur) ; une copie retiree ou en
      * transit entre deux sites n'est attendue nulle part
           MOVE 0 TO w-exm-attendu.
           IF fexm-statut NOT = "R" AND fexm-statut NOT = "T"
             IF fexm-site-actuel = w-site OR fexm-site-actuel = SPACES
               MOVE 1 TO w-exm-attendu
             END-IF
           END-IF.

       ecrit-manquant.
      * une ligne par boite attendue non comptee, avec le numero de
      * l'exemplaire manquant
           OPEN INPUT finventaire.
           OPEN INPUT ffilm.
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             MOVE 0 TO w-fexm-ouvert
           ELSE
             MOVE 1 TO w-fexm-ouvert
      * le titre compte existe : si des exemplaires sont recenses
      * pour lui, le numero de copie releve doit exister lui aussi
      * (la copie 1 sonde la presence d'exemplaires ; la copie 0
      * n'est admise que pour un titre sans exemplaires recenses) ;
      * une copie connue mais attendue ailleurs (autre site, ou en
      * transit) est signalee a part
           IF w-fexm-ouvert = 1
             MOVE finv-num TO fexm-film
             MOVE 1 TO fexm-num
                 READ fexemplaire
                   INVALID KEY
                     PERFORM ecrit-inconnu
                   NOT INVALID KEY
                     IF fexm-statut = "T" OR
                        (fexm-site-actuel NOT = w-site AND
                         fexm-site-actuel NOT = SPACES)
                       PERFORM ecrit-autre-site
                     END-IF
                 END-READ
             END-READ
           END-IF.
           END-STRING.
           WRITE ecarts-ligne.

       ecrit-autre-site.
      * une ligne par boite comptee ici qui est en principe sur un
      * autre site (site enregistre et statut de la copie)
           ADD 1 TO w-nb-autre-site.
           MOVE SPACES TO ecarts-ligne.
           STRING "AUTRE SITE;"    DELIMITED BY SIZE
                  finv-num         DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  finv-exm         DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  fexm-site-actuel DELIMITED BY SIZE
                  ";"              DELIMITED BY SIZE
                  fexm-statut      DELIMITED BY SIZE
                  INTO ecarts-ligne
           END-STRING.
           WRITE ecarts-ligne.

       ecrit-totaux-inventaire.
           MOVE SPACES TO ecarts-ligne.
           MOVE w-nb-total-inv TO w-cpt-aff.
                  INTO ecarts-ligne
           END-STRING.
           WRITE ecarts-ligne.
           MOVE SPACES TO ecarts-ligne.
           MOVE w-nb-autre-site TO w-cpt-aff.
           STRING "TOTAL AUTRE SITE;" DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                  INTO ecarts-ligne
           END-STRING.
           WRITE ecarts-ligne.

       raz-inventaire.
      * remise a zero du comptage en cours (debut d'un nouvel

       propose-commande.
      * proposition de commande de remplacement : rassemble les
      * films declares perdus ou detruits (retenus d'office), ceux
      * dont une boite attendue n'a pas ete comptee ou est abimee et
      * ceux dont un pret depasse le seuil de retard (traites comme
      * perdus), puis soumet chaque titre a l'operateur avant de
      * l'ecrire au format fournisseur dans le fichier de commande
           MOVE 0 TO w-nb-commande w-cmd-tronque.
           PERFORM collecte-pertes-commande.
           PERFORM collecte-manquants-commande.
           PERFORM collecte-abimes-commande.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           MOVE 60 TO w-seuil-perdu.
           PERFORM affi-titre.
             PERFORM get-return
           END-IF.

       collecte-pertes-commande.
      * prets clos sur une declaration de perte ou de destruction et
      * pas encore repris dans une proposition : le titre est un
      * candidat confirme, sans attendre le seuil de retard
           OPEN INPUT fpret.
           IF NOT PRET-OKAY
             CLOSE fpret
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fpret NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fpret-motif-fin NOT = SPACE AND
                      fpret-remplace = SPACE
                     MOVE fpret-film TO w-cmd-film
                     MOVE "D" TO w-cmd-src
                     PERFORM ajoute-candidat-commande
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fpret
           END-IF.

       collecte-abimes-commande.
      * copies encore en service signalees abimees au retour : le
      * titre est soumis a l'operateur comme les manquants
           OPEN INPUT fexemplaire.
           IF NOT EXM-OKAY
             CLOSE fexemplaire
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fexemplaire NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fexm-etat = "A" AND fexm-statut NOT = "R"
                     MOVE fexm-film TO w-cmd-film
                     MOVE "A" TO w-cmd-src
                     PERFORM ajoute-candidat-commande
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fexemplaire
           END-IF.

       collecte-manquants-commande.
      * reprend la logique du rapport des ecarts : tout film dont
      * une boite attendue sur le site manque au comptage devient
      * candidat (rien a proposer tant qu'aucun comptage n'existe)
           PERFORM lire-parametres-pret.
           OPEN INPUT finventaire.
           IF INV-NOT-FOUND
             CLOSE finventaire
           ELSE
             OPEN INPUT ffilm
             OPEN INPUT fexemplaire
             IF NOT EXM-OKAY
               MOVE 0 TO w-fexm-ouvert
             ELSE
               MOVE 1 TO w-fexm-ouvert
                   MOVE 1 TO w-exm-fin
                 NOT INVALID KEY
                   ADD 1 TO w-nb-exm-film
                   PERFORM controle-copie-attendue
                   IF w-exm-attendu = 1
                     MOVE ffilm-num TO finv-num
                     MOVE fexm-num TO finv-exm
                     READ finventaire
               END-READ
             END-PERFORM
           END-IF.
           IF w-nb-exm-film = 0 AND w-site = w-pp-site
             MOVE ffilm-num TO finv-num
             MOVE 0 TO finv-exm
             READ finventaire
           IF NOT PRET-OKAY
             CLOSE fpret
           ELSE
             PERFORM ouvre-calendrier
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fpret NEXT
                 NOT AT END
                   IF fpret-date-rendu = 0 AND
                      fpret-date-echeance < w-date-jour
      * retard en jours d'ouverture, comme pour les relances
                     MOVE fpret-date-echeance TO w-cal-echeance
                     MOVE w-date-jour TO w-cal-reference
                     PERFORM calcule-jours-retard
                     MOVE w-retard-jours TO w-rel-jours
                     IF w-rel-jours > w-seuil-perdu
                       MOVE fpret-film TO w-cmd-film
                       MOVE "P" TO w-cmd-src
                   END-IF
               END-READ
             END-PERFORM
             PERFORM ferme-calendrier
             CLOSE fpret
           END-IF.


       revue-commande.
      * revue titre par titre : l'operateur confirme ou ecarte
      * chaque candidat avant l'ecriture de la proposition (les
      * pertes declarees sont ecrites d'office)
           OPEN OUTPUT fcommande.
           OPEN INPUT ffilm.
           MOVE 0 TO w-nb-retenues.
                 CONTINUE
               NOT INVALID KEY
                 MOVE film-enr TO film
                 EVALUATE cmd-source(w-cmd-idx)
                   WHEN "D"
                     MOVE "PERTE DECLAREE" TO w-cmd-motif
                   WHEN "P"
                     MOVE "PRET PERDU" TO w-cmd-motif
                   WHEN "A"
                     MOVE "COPIE ABIMEE" TO w-cmd-motif
                   WHEN OTHER
                     MOVE "MANQUANT INVENTAIRE" TO w-cmd-motif
                 END-EVALUATE
                 IF cmd-source(w-cmd-idx) = "D"
                   MOVE 'O' TO reponse
                 ELSE
                   PERFORM affi-titre
                   DISPLAY ecran-un-film
                   DISPLAY ecran-cmd-propose
                   ACCEPT ecran-cmd-propose
                 END-IF
                 IF reponse = 'O'
                   ADD 1 TO w-nb-retenues
                   PERFORM ecrit-ligne-commande
           END-PERFORM.
           CLOSE ffilm.
           CLOSE fcommande.
           PERFORM marque-pertes-commandees.

       marque-pertes-commandees.
      * les prets declares perdus dont le titre vient d'etre ecrit
      * dans la proposition ne seront plus repris la fois suivante
           OPEN I-O fpret.
           IF NOT PRET-OKAY
             CLOSE fpret
           ELSE
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
               READ fpret NEXT
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   IF fpret-motif-fin NOT = SPACE AND
                      fpret-remplace = SPACE
                     MOVE 0 TO w-cmd-trouve
                     PERFORM VARYING w-cmd-idx FROM 1 BY 1
                             UNTIL w-cmd-idx > w-nb-commande
                       IF cmd-num(w-cmd-idx) = fpret-film AND
                          cmd-source(w-cmd-idx) = "D"
                         MOVE 1 TO w-cmd-trouve
                       END-IF
                     END-PERFORM
                     IF w-cmd-trouve = 1
                       MOVE "C" TO fpret-remplace
                       REWRITE pret-enr
                         INVALID KEY CONTINUE
                       END-REWRITE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE fpret
           END-IF.

       ecrit-ligne-commande.
      * meme decoupage numero;nom;mots que les lignes fournisseur,
      * les nombres d'enregistrements et positionne le code retour
      * (0 = OK, 4 = avertissement, 8 = echec)
           MOVE "BATCH" TO w-operateur.
           PERFORM lire-parametres-pret.
           MOVE w-pp-site TO w-site.
           MOVE 0 TO w-rc.
           OPEN OUTPUT frapport.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             MOVE 0 TO w-param-fin
             PERFORM WITH TEST AFTER UNTIL w-param-fin = 1
               READ fparam
                 AT END MOVE 1 TO w-param-fin
                 NOT AT END
                   IF FUNCTION TRIM(param-ligne) NOT = SPACES
                     MOVE param-ligne TO w-directive
                    PERFORM batch-integrite
               WHEN "RELANCES"
                    PERFORM batch-relances
               WHEN "EXPIRATION"
                    PERFORM batch-expiration
               WHEN "AVIS"
                    PERFORM batch-avis
               WHEN "CONVERSION"
                    PERFORM batch-conversion
               WHEN "PURGE"
                    PERFORM batch-purge
               WHEN "ANONYMISATION"
                    PERFORM batch-anonymisation
               WHEN "TRANSFERTS"
                    PERFORM batch-transferts
               WHEN "NOTIFICATIONS"
                    PERFORM batch-notifications
               WHEN "STATUTS"
                    PERFORM batch-statuts
               WHEN OTHER
                    MOVE SPACES TO rapport-ligne
                    STRING FUNCTION TRIM(w-dir-nom) DELIMITED BY SIZE
             END-READ
             IF w-rep-valide = 1
               MOVE 0 TO fin-fichier
               PERFORM WITH TEST AFTER UNTIL fin-fichier = 1
                 READ freprise
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     IF reprise-ligne(1:8) = "ENCOURS;"
                       MOVE SPACES TO w-enc-directive
                       MOVE SPACES TO w-enc-lignes-x
                       UNSTRING reprise-ligne DELIMITED BY ";"
                         INTO w-rep-tag w-enc-directive
                              w-enc-lignes-x
                       END-UNSTRING
                       MOVE 0 TO w-enc-lignes
                       IF FUNCTION TRIM(w-enc-lignes-x) IS NUMERIC
                         MOVE w-enc-lignes-x TO w-enc-lignes
                       END-IF
                     ELSE
                       IF FUNCTION TRIM(reprise-ligne) NOT = SPACES
                          AND w-nb-faits < 20
                         ADD 1 TO w-nb-faits
                         MOVE reprise-ligne TO w-fait(w-nb-faits)
                       END-IF
                     END-IF
                 END-READ
               END-PERFORM
             END-IF
             CLOSE freprise
           END-IF.

       ecrit-point-reprise.
      * reecrit le point de controle complet : ligne de commande,
      * directives terminees, chargement en cours le cas echeant
           OPEN OUTPUT freprise.
           MOVE SPACES TO reprise-ligne.
           MOVE w-cmdline TO reprise-ligne.
           WRITE reprise-ligne.
           PERFORM VARYING w-rep-idx FROM 1 BY 1
                   UNTIL w-rep-idx > w-nb-faits
             MOVE w-fait(w-rep-idx) TO reprise-ligne
             WRITE reprise-ligne
           END-PERFORM.
           IF FUNCTION TRIM(w-enc-directive) NOT = SPACES
             MOVE w-enc-lignes TO w-cpt-aff
             MOVE SPACES TO reprise-ligne
             STRING "ENCOURS;" DELIMITED BY SIZE
                    FUNCTION TRIM(w-enc-directive) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    INTO reprise-ligne
             END-STRING
             WRITE reprise-ligne
           END-IF.
           CLOSE freprise.

       batch-sauvegarde.
           PERFORM sauvegarde-fichier.
           IF w-sauve-fait = 1
             MOVE w-nb-sauves TO w-cpt-aff
             MOVE SPACES TO rapport-ligne
             STRING "SAUVEGARDE : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " enregistrement(s) dans " DELIMITED BY SIZE
                    FUNCTION TRIM(archive-name) DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
           ELSE
             MOVE "SAUVEGARDE : ECHEC - catalogue absent/ancien format"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           END-IF.

       batch-catalogue.
           OPEN INPUT ffilm.
           IF NOT FILE-OKAY
             CLOSE ffilm
             MOVE "CATALOGUE : ECHEC - catalogue absent/ancien format"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             CLOSE ffilm
             PERFORM genere-catalogue
             MOVE w-nb-catalogue TO w-cpt-aff
             MOVE SPACES TO rapport-ligne
             STRING "CATALOGUE : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " ligne(s) dans " DELIMITED BY SIZE
                    FUNCTION TRIM(catalogue-name) DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
           END-IF.

       batch-csv.
           OPEN INPUT ffilm.
           IF NOT FILE-OKAY
             CLOSE ffilm
             MOVE "CSV : ECHEC - catalogue absent/ancien format"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             PERFORM genere-csv
             MOVE w-nb-csv TO w-cpt-aff
             MOVE SPACES TO rapport-ligne
             STRING "CSV : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " ligne(s) dans " DELIMITED BY SIZE
                    FUNCTION TRIM(csv-name) DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
           END-IF.

       batch-chargement.
      * CHARGEMENT=nom_de_fichier charge un fichier fournisseur
      * particulier, CHARGEMENT seul reprend fournisseur.dat (y
      * compris apres un CHARGEMENT=... plus tot dans la meme
      * execution)
           IF FUNCTION TRIM(w-dir-val) NOT = SPACES
             MOVE w-dir-val TO trans-name
           ELSE
             MOVE "fournisseur.dat" TO trans-name
           END-IF.
           OPEN INPUT ftransaction.
           IF TRANS-NOT-FOUND
             CLOSE ftransaction
             MOVE SPACES TO rapport-ligne
             STRING "CHARGEMENT : ECHEC - fichier introuvable : "
                      DELIMITED BY SIZE
                    FUNCTION TRIM(trans-name) DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             OPEN INPUT ffilm
             IF NOT FILE-OKAY AND NOT FILE-NOT-FOUND
               CLOSE ffilm
               CLOSE ftransaction
               MOVE "CHARGEMENT : ECHEC - fichier films ancien format"
                 TO rapport-ligne
               WRITE rapport-ligne
               MOVE 8 TO w-rc
             ELSE
               CLOSE ffilm
               PERFORM batch-chargement-execute
             END-IF
           END-IF.

       batch-chargement-execute.
      * si c'est le chargement interrompu qui est relance, les
      * lignes deja appliquees sont sautees ; le point de controle
      * suit ensuite l'avancement ligne a ligne
           MOVE 0 TO w-rep-reprend.
           IF FUNCTION TRIM(w-enc-directive) =
              FUNCTION TRIM(w-directive)
             MOVE w-enc-lignes TO w-rep-reprend
           END-IF.
           MOVE w-directive TO w-enc-directive.
           MOVE w-rep-reprend TO w-enc-lignes.
           MOVE 1 TO w-reprise-active.
           PERFORM ecrit-point-reprise.
           PERFORM traite-fournisseur.
           MOVE 0 TO w-reprise-active.
           MOVE SPACES TO w-enc-directive.
           MOVE 0 TO w-enc-lignes.
           IF w-rep-reprend > 0
             MOVE w-rep-reprend TO w-cpt-aff
             MOVE SPACES TO rapport-ligne
             STRING "CHARGEMENT : REPRISE - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " ligne(s) deja appliquee(s) sautee(s)"
                      DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
           END-IF.
           MOVE w-nb-charges TO w-cpt-aff.
           MOVE w-nb-rejets  TO w-cpt-aff2.
           MOVE SPACES TO rapport-ligne.
           STRING "CHARGEMENT : OK - " DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                  " charge(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                  " rejete(s)" DELIMITED BY SIZE
                  INTO rapport-ligne
           END-STRING.
           WRITE rapport-ligne.
           IF w-nb-rejets > 0 AND w-rc < 4
             MOVE 4 TO w-rc
           END-IF.

       batch-relances.
           PERFORM genere-relances.
           IF w-rel-fait = 1
             MOVE w-nb-relances TO w-cpt-aff
             MOVE SPACES TO rapport-ligne
             STRING "RELANCES : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " lettre(s) dans " DELIMITED BY SIZE
                    FUNCTION TRIM(relances-name) DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
           ELSE
             MOVE "RELANCES : ECHEC - aucun pret n'est enregistre"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           END-IF.

       batch-expiration.
           PERFORM expire-mises-de-cote.
           IF w-exp-fait = 1
             MOVE w-nb-expire TO w-cpt-aff
             MOVE w-nb-reattribue TO w-nb-aff
             MOVE SPACES TO rapport-ligne
             STRING "EXPIRATION : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " mise(s) de cote expiree(s), " DELIMITED BY SIZE
                    FUNCTION TRIM(w-nb-aff) DELIMITED BY SIZE
                    " reattribuee(s)" DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
      * plus de copies expirees que la table n'en retient : le reste
      * sera traite a la prochaine execution
             IF w-exp-tronque = 1
               MOVE "EXPIRATION : liste tronquee, relancer la directive"
                 TO rapport-ligne
               WRITE rapport-ligne
               IF w-rc < 4
                 MOVE 4 TO w-rc
               END-IF
             END-IF
           ELSE
             MOVE "EXPIRATION : ECHEC - exemplaires d'un ancien format"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           END-IF.

       batch-avis.
           PERFORM genere-avis.
           IF w-avis-fait = 1
             MOVE w-nb-avis TO w-cpt-aff
             MOVE SPACES TO rapport-ligne
             STRING "AVIS : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " avis dans " DELIMITED BY SIZE
                    FUNCTION TRIM(avis-name) DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
           ELSE
             MOVE "AVIS : ECHEC - exemplaires d'un ancien format"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           END-IF.

       batch-transferts.
      * TRANSFERTS : listes de preparation du jour, une par site de
      * depart
           PERFORM genere-transferts.
           MOVE w-nb-transferts TO w-cpt-aff.
           MOVE w-nb-sites-trf TO w-cpt-aff2.
           MOVE SPACES TO rapport-ligne.
           STRING "TRANSFERTS : OK - " DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                  " copie(s) a preparer sur " DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                  " site(s) dans " DELIMITED BY SIZE
                  FUNCTION TRIM(trfliste-name) DELIMITED BY SIZE
                  INTO rapport-ligne
           END-STRING.
           WRITE rapport-ligne.

       batch-notifications.
      * NOTIFICATIONS : fichier du jour pour la passerelle SMS /
      * courriel ; a lancer avant RELANCES et AVIS, qui n'impriment
      * plus que pour les emprunteurs non joints
           PERFORM genere-notifications.
           IF w-ntf-fait = 1
             MOVE w-nb-ntf-emis TO w-cpt-aff
             MOVE w-nb-ntf-sans-tel TO w-cpt-aff2
             MOVE SPACES TO rapport-ligne
             STRING "NOTIFICATIONS : OK - " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                    " message(s) dans " DELIMITED BY SIZE
                    FUNCTION TRIM(notifsortie-name) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                    " sans telephone (edition imprimee)"
                      DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
             IF w-nb-ntf-sans-retour > 0
               MOVE "NOTIFICATIONS" TO w-dir-nom
               PERFORM signale-notifs-sans-retour
             END-IF
           ELSE
             MOVE SPACES TO rapport-ligne
             STRING "NOTIFICATIONS : ECHEC - prets ou emprunteurs "
                      DELIMITED BY SIZE
                    "absents ou d'un ancien format" DELIMITED BY SIZE
                    INTO rapport-ligne
             END-STRING
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           END-IF.

       batch-statuts.
      * STATUTS=nom_de_fichier importe un compte-rendu particulier de
      * la passerelle, STATUTS seul reprend notif_retour.csv
           IF FUNCTION TRIM(w-dir-val) NOT = SPACES
             MOVE w-dir-val TO notifretour-name
           ELSE
             MOVE "notif_retour.csv" TO notifretour-name
           END-IF.
           PERFORM importe-statuts-notif.
           EVALUATE w-ntf-fait
             WHEN 1
                  MOVE w-nb-ntf-remis TO w-cpt-aff
                  MOVE w-nb-ntf-echecs TO w-cpt-aff2
                  MOVE w-nb-ntf-rejets TO w-nb-aff
                  MOVE SPACES TO rapport-ligne
                  STRING "STATUTS : OK - " DELIMITED BY SIZE
                         FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                         " remis, " DELIMITED BY SIZE
                         FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                         " non joint(s), " DELIMITED BY SIZE
                         FUNCTION TRIM(w-nb-aff) DELIMITED BY SIZE
                         " ligne(s) rejetee(s)" DELIMITED BY SIZE
                         INTO rapport-ligne
                  END-STRING
                  WRITE rapport-ligne
                  IF w-nb-ntf-rejets > 0 AND w-rc < 4
                    MOVE 4 TO w-rc
                  END-IF
             WHEN 2
                  MOVE
              "STATUTS : ECHEC - aucun message n'a ete transmis"
                    TO rapport-ligne
                  WRITE rapport-ligne
                  MOVE 8 TO w-rc
             WHEN OTHER
                  MOVE SPACES TO rapport-ligne
                  STRING "STATUTS : ECHEC - fichier introuvable : "
                           DELIMITED BY SIZE
                         FUNCTION TRIM(notifretour-name)
                           DELIMITED BY SIZE
                         INTO rapport-ligne
                  END-STRING
                  WRITE rapport-ligne
                  MOVE 8 TO w-rc
           END-EVALUATE.
           IF w-nb-ntf-sans-retour > 0
             MOVE "STATUTS" TO w-dir-nom
             PERFORM signale-notifs-sans-retour
           END-IF.

       signale-notifs-sans-retour.
      * ligne d'avertissement des messages tenus pour non joints
      * faute de compte-rendu, passes a l'edition imprimee
           MOVE w-nb-ntf-sans-retour TO w-cpt-aff.
           MOVE w-pp-delai-relance TO w-cpt-aff2.
           MOVE SPACES TO rapport-ligne.
           STRING FUNCTION TRIM(w-dir-nom) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                  " message(s) sans compte-rendu apres "
                    DELIMITED BY SIZE
                  FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                  " jour(s), a l'edition imprimee" DELIMITED BY SIZE
                  INTO rapport-ligne
           END-STRING.
           WRITE rapport-ligne.
           IF w-rc < 4
             MOVE 4 TO w-rc
           END-IF.

       batch-purge.
      * PURGE[=jours] : les prets rendus depuis plus de jours (par
      * defaut l'anciennete retenue dans la politique de pret) sont
      * deplaces dans l'historique, les messages SMS / courriel de
      * la meme anciennete sont effaces
           PERFORM lire-parametres-pret.
           MOVE w-pp-conserve TO w-purge-jours.
           MOVE 1 TO w-date-ok.
           IF FUNCTION TRIM(w-dir-val) NOT = SPACES
             IF w-dir-val(4:) = SPACES AND
                FUNCTION TEST-NUMVAL(w-dir-val) = 0
               COMPUTE w-purge-jours = FUNCTION NUMVAL(w-dir-val)
             ELSE
               MOVE 0 TO w-purge-jours
             END-IF
             IF w-purge-jours = 0
               MOVE 0 TO w-date-ok
             END-IF
           END-IF.
           IF w-date-ok = 0
             MOVE "PURGE : ECHEC - anciennete invalide (1 a 999 jours)"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             PERFORM purge-prets-rendus
             IF w-purge-fait = 1
               MOVE w-nb-purges TO w-cpt-aff
               MOVE SPACES TO rapport-ligne
               STRING "PURGE : OK - " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                      " pret(s) rendu(s) avant le " DELIMITED BY SIZE
                      w-purge-limite DELIMITED BY SIZE
                      " deplace(s) dans l'historique"
                        DELIMITED BY SIZE
                      INTO rapport-ligne
               END-STRING
               WRITE rapport-ligne
             ELSE
               IF w-purge-fait = 2
                 MOVE w-nb-purges TO w-cpt-aff
                 MOVE SPACES TO rapport-ligne
                 STRING "PURGE : ECHEC - historique inaccessible "
                          DELIMITED BY SIZE
                        "(statut " DELIMITED BY SIZE
                        w-purge-statut DELIMITED BY SIZE
                        "), " DELIMITED BY SIZE
                        FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                        " pret(s) deja deplace(s)" DELIMITED BY SIZE
                        INTO rapport-ligne
                 END-STRING
               ELSE
                 MOVE "PURGE : ECHEC - prets d'un ancien format"
                   TO rapport-ligne
               END-IF
               WRITE rapport-ligne
               MOVE 8 TO w-rc
             END-IF
           END-IF.

       batch-anonymisation.
      * ANONYMISATION[=annees] : les emprunteurs sans activite depuis
      * ce nombre d'annees (par defaut celui de la politique de pret)
      * perdent nom, telephone et date de naissance ; leur numero
      * reste sur les prets et l'historique pour les statistiques
           PERFORM lire-parametres-pret.
           MOVE w-pp-anonymise TO w-anon-ans.
           MOVE 1 TO w-date-ok.
           IF FUNCTION TRIM(w-dir-val) NOT = SPACES
             IF w-dir-val(3:) = SPACES AND
                FUNCTION TEST-NUMVAL(w-dir-val) = 0
               COMPUTE w-anon-ans = FUNCTION NUMVAL(w-dir-val)
             ELSE
               MOVE 0 TO w-anon-ans
             END-IF
             IF w-anon-ans = 0
               MOVE 0 TO w-date-ok
             END-IF
           END-IF.
           IF w-date-ok = 0
             MOVE
              "ANONYMISATION : ECHEC - inactivite invalide (1 a 99 ans)"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             PERFORM anonymise-inactifs
             IF w-anon-fait = 1
               MOVE w-nb-anonymes TO w-cpt-aff
               MOVE w-nb-anon-ecartes TO w-cpt-aff2
               MOVE SPACES TO rapport-ligne
               STRING "ANONYMISATION : OK - " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                      " emprunteur(s) anonymise(s), " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                      " ecarte(s) (prets, solde ou reservations)"
                        DELIMITED BY SIZE
                      INTO rapport-ligne
               END-STRING
               WRITE rapport-ligne
             ELSE
               MOVE
              "ANONYMISATION : ECHEC - fichier d'un ancien format"
                 TO rapport-ligne
               WRITE rapport-ligne
               MOVE 8 TO w-rc
             END-IF
           END-IF.

       batch-conversion.
      * CONVERSION[=AAAAMMJJ] met a la presentation actuelle les
      * fichiers films, emprunteurs, le journal, les sauvegardes
      * datees film_AAAAMMJJ.dat, les prets, les exemplaires et
      * les reservations ; la date donne la plus ancienne sauvegarde
      * recherchee (par defaut le 01/01/2021)
           MOVE 20210101 TO w-conv-debut.
           MOVE 1 TO w-date-ok.
           IF FUNCTION TRIM(w-dir-val) NOT = SPACES
             IF w-dir-val(1:8) IS NUMERIC AND w-dir-val(9:) = SPACES
               MOVE w-dir-val(1:8) TO w-date-test
               PERFORM controle-date-calendaire
               MOVE w-date-test TO w-conv-debut
             ELSE
               MOVE 0 TO w-date-ok
             END-IF
           END-IF.
           IF w-date-ok = 0
             MOVE "CONVERSION : ECHEC - date de depart invalide"
               TO rapport-ligne
             WRITE rapport-ligne
             MOVE 8 TO w-rc
           ELSE
             PERFORM convertit-fichiers
             MOVE SPACES TO rapport-ligne
             IF w-conv-fait = 0
               MOVE "CONVERSION : deja faite, aucun fichier modifie"
                 TO rapport-ligne
             ELSE
               MOVE w-nb-conv-films TO w-cpt-aff
               MOVE w-nb-conv-empr TO w-cpt-aff2
               STRING "CONVERSION : OK - " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                      " film(s), " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                      " emprunteur(s)" DELIMITED BY SIZE
                      INTO rapport-ligne
               END-STRING
               WRITE rapport-ligne
               MOVE w-nb-conv-jrn TO w-cpt-aff
               MOVE w-nb-conv-sauv TO w-cpt-aff2
               MOVE w-nb-conv-prets TO w-nb-aff
               MOVE SPACES TO rapport-ligne
               STRING "CONVERSION : " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                      " ligne(s) de journal, " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                      " sauvegarde(s), " DELIMITED BY SIZE
                      FUNCTION TRIM(w-nb-aff) DELIMITED BY SIZE
                      " pret(s)" DELIMITED BY SIZE
                      INTO rapport-ligne
               END-STRING
               WRITE rapport-ligne
               MOVE w-nb-conv-exm TO w-cpt-aff
               MOVE w-nb-conv-reserv TO w-cpt-aff2
               MOVE SPACES TO rapport-ligne
               STRING "CONVERSION : " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff) DELIMITED BY SIZE
                      " exemplaire(s), " DELIMITED BY SIZE
                      FUNCTION TRIM(w-cpt-aff2) DELIMITED BY SIZE
                      " reservation(s)" DELIMITED BY SIZE
                      INTO rapport-ligne
               END-STRING
             END-IF
             WRITE rapport-ligne
           END-IF.

       convertit-fichiers.
      * chaque fichier est d'abord recopie converti dans
      * conversion.tmp, puis recharge ; l'etape atteinte est notee
      * dans conversion.dat apres chaque pas, si bien qu'une relance
      * apres incident reprend au pas interrompu sans rien convertir
      * deux fois (etapes : 1/2 films extraits/recharges, 3/4
      * emprunteurs, 5/6 journal, 7 sauvegarde en cours de
      * rechargement, 8 sauvegardes faites, 9/10 prets, 11/12
      * emprunteurs sans adhesion, 13/14 exemplaires d'origine ou
      * sans sites,
      * 15/16 reservations sans site de retrait, 16 conversion
      * terminee) ; un emprunteur converti recoit une adhesion neuve
      * a compter du jour de la conversion, une copie ou une demande
      * convertie est rattachee au site principal
           MOVE 0 TO w-conv-fait w-nb-conv-films w-nb-conv-empr
                     w-nb-conv-jrn w-nb-conv-sauv w-nb-conv-prets.
           MOVE 0 TO w-nb-conv-exm w-nb-conv-reserv.
           PERFORM lit-etape-conversion.
           IF w-conv-etape < 16
             MOVE 1 TO w-conv-fait
           END-IF.
           PERFORM lire-parametres-pret.
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           MOVE w-date-jour TO w-adh-date.
           PERFORM ajoute-mois-adhesion.
           MOVE w-adh-date TO w-conv-adhesion.
           IF w-conv-etape < 1
             PERFORM extrait-films-anciens
           END-IF.
           IF w-conv-etape < 2
             PERFORM recharge-films-convertis
           END-IF.
           IF w-conv-etape < 3
             PERFORM extrait-empr-anciens
           END-IF.
           IF w-conv-etape < 4
             PERFORM recharge-empr-convertis
           END-IF.
           IF w-conv-etape < 5
             PERFORM extrait-journal-ancien
           END-IF.
           IF w-conv-etape < 6
             PERFORM recharge-journal-converti
           END-IF.
           IF w-conv-etape = 7
             PERFORM recharge-sauvegarde-convertie
           END-IF.
           IF w-conv-etape < 8
             PERFORM convertit-sauvegardes
           END-IF.
           IF w-conv-etape < 9
             PERFORM extrait-prets-anciens
           END-IF.
           IF w-conv-etape < 10
             PERFORM recharge-prets-convertis
           END-IF.
           IF w-conv-etape < 11
             PERFORM extrait-empr-adhesion
           END-IF.
           IF w-conv-etape < 12
             PERFORM recharge-empr-adhesion
           END-IF.
           IF w-conv-etape < 13
             PERFORM extrait-exm-anciens
           END-IF.
           IF w-conv-etape < 14
             PERFORM recharge-exm-convertis
           END-IF.
           IF w-conv-etape < 15
             PERFORM extrait-reserv-anciennes
           END-IF.
           IF w-conv-etape < 16
             PERFORM recharge-reserv-converties
           END-IF.

       lit-etape-conversion.
           MOVE 0 TO w-conv-etape w-conv-date w-conv-films
                     w-conv-empr w-conv-journal w-conv-prets.
           OPEN INPUT fconversion.
           IF CONVERSION-NOT-FOUND
             CLOSE fconversion
           ELSE
             READ fconversion
               AT END CONTINUE
               NOT AT END
                 MOVE fconv-etape   TO w-conv-etape
                 MOVE fconv-date    TO w-conv-date
                 MOVE fconv-films   TO w-conv-films
                 MOVE fconv-empr    TO w-conv-empr
                 MOVE fconv-journal TO w-conv-journal
      * point ecrit avant la conversion des prets : zone absente
                 IF fconv-prets IS NUMERIC
                   MOVE fconv-prets TO w-conv-prets
                 END-IF
             END-READ
             CLOSE fconversion
           END-IF.

       ecrit-etape-conversion.
           OPEN OUTPUT fconversion.
           MOVE w-conv-etape   TO fconv-etape.
           MOVE w-conv-date    TO fconv-date.
           MOVE w-conv-films   TO fconv-films.
           MOVE w-conv-empr    TO fconv-empr.
           MOVE w-conv-journal TO fconv-journal.
           MOVE w-conv-prets   TO fconv-prets.
           WRITE conversion-enr.
           CLOSE fconversion.

       extrait-films-anciens.
      * film.dat absent ou deja a la presentation actuelle (statut
      * 39 sous l'ancienne) : rien a convertir ; sinon chaque film
      * recoit une annee, un support et un age minimum vierges
           MOVE 0 TO w-conv-films.
           OPEN INPUT fancfilm.
           IF ANCIEN-OKAY
             MOVE 1 TO w-conv-films
             OPEN OUTPUT fconvtmp
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fancfilm NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE anc-film-num  TO ffilm-num
                   MOVE anc-film-nom  TO ffilm-nom
                   MOVE anc-film-mots TO ffilm-mots
                   MOVE 0 TO ffilm-annee ffilm-age
                   MOVE SPACE TO ffilm-format
                   MOVE film-enr TO convtmp-enr
                   WRITE convtmp-enr
               END-READ
             END-PERFORM
             CLOSE fconvtmp
           END-IF.
           CLOSE fancfilm.
           MOVE 1 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-films-convertis.
           IF w-conv-films = 1
             OPEN INPUT fconvtmp
             OPEN OUTPUT ffilm
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fconvtmp
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE convtmp-enr TO film-enr
                   WRITE film-enr
                     INVALID KEY CONTINUE
                     NOT INVALID KEY ADD 1 TO w-nb-conv-films
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE ffilm
             CLOSE fconvtmp
           END-IF.
           MOVE 2 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       extrait-empr-anciens.
      * meme principe pour emprunteur.dat : date de naissance a 0
      * (inconnue), a saisir par la modification de la fiche
           MOVE 0 TO w-conv-empr.
           OPEN INPUT fancempr.
           IF ANCIEN-OKAY
             MOVE 1 TO w-conv-empr
             OPEN OUTPUT fconvtmp
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fancempr NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE anc-empr-enr TO empr-enr
                   MOVE 0 TO fempr-naissance
                   MOVE w-conv-adhesion TO fempr-expiration
                   MOVE w-date-jour TO fempr-activite
                   MOVE empr-enr TO convtmp-enr
                   WRITE convtmp-enr
               END-READ
             END-PERFORM
             CLOSE fconvtmp
           END-IF.
           CLOSE fancempr.
           MOVE 3 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-empr-convertis.
           PERFORM recharge-emprunteurs.
           MOVE 4 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-emprunteurs.
           IF w-conv-empr = 1
             OPEN INPUT fconvtmp
             OPEN OUTPUT femprunteur
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fconvtmp
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE convtmp-enr TO empr-enr
                   WRITE empr-enr
                     INVALID KEY CONTINUE
                     NOT INVALID KEY ADD 1 TO w-nb-conv-empr
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE femprunteur
             CLOSE fconvtmp
           END-IF.

       extrait-journal-ancien.
      * le journal sequentiel ne se reconnait pas a l'ouverture : il
      * n'est converti que si film.dat l'a ete (le journal n'a pu
      * etre ecrit par la presentation actuelle que sur un film.dat
      * deja converti ou cree neuf) ; les images vides (avant d'une
      * creation, apres d'une suppression) restent vides
           MOVE 0 TO w-conv-journal.
           IF w-conv-films = 1
             OPEN INPUT fancjournal
             IF ANCIEN-OKAY
               MOVE 1 TO w-conv-journal
               OPEN OUTPUT fconvtmp
               MOVE 0 TO fin-fichier
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 READ fancjournal
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     MOVE SPACES TO convtmp-enr
                     MOVE anc-jrn-entete TO convtmp-enr(1:29)
                     IF anc-jrn-avant NOT = SPACES
                       MOVE anc-jrn-avant TO w-jrn-image
                       MOVE 0 TO w-jrn-img-annee w-jrn-img-age
                       MOVE w-jrn-image TO convtmp-enr(30:163)
                     END-IF
                     IF anc-jrn-apres NOT = SPACES
                       MOVE anc-jrn-apres TO w-jrn-image
                       MOVE 0 TO w-jrn-img-annee w-jrn-img-age
                       MOVE w-jrn-image TO convtmp-enr(193:163)
                     END-IF
                     WRITE convtmp-enr
                 END-READ
               END-PERFORM
               CLOSE fconvtmp
             END-IF
             CLOSE fancjournal
           END-IF.
           MOVE 5 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-journal-converti.
           IF w-conv-journal = 1
             OPEN INPUT fconvtmp
             OPEN OUTPUT fjournal
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fconvtmp
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE convtmp-enr TO journal-enr
                   WRITE journal-enr
                   ADD 1 TO w-nb-conv-jrn
               END-READ
             END-PERFORM
             CLOSE fjournal
             CLOSE fconvtmp
           END-IF.
           MOVE 6 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       convertit-sauvegardes.
      * recherche les sauvegardes datees jour par jour, de la date de
      * depart a aujourd'hui ; une sauvegarde qui commence par sa
      * fiche d'en-tete est deja a la presentation actuelle
           ACCEPT w-date-jour FROM DATE YYYYMMDD.
           COMPUTE w-conv-fin = FUNCTION INTEGER-OF-DATE(w-date-jour).
           COMPUTE w-conv-int = FUNCTION INTEGER-OF-DATE(w-conv-debut).
           PERFORM UNTIL w-conv-int > w-conv-fin
             COMPUTE w-conv-date = FUNCTION DATE-OF-INTEGER(w-conv-int)
             PERFORM convertit-une-sauvegarde
             ADD 1 TO w-conv-int
           END-PERFORM.
           MOVE 8 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       extrait-prets-anciens.
      * pret.dat sans les cles secondaires (fiche actuelle, sinon
      * fiche d'origine) est recopie pour les construire ; une fiche
      * d'origine recoit zero prolongation et un motif de fin blanc
           MOVE 0 TO w-conv-prets.
           OPEN INPUT fancpret.
           IF ANCIEN-OKAY
             MOVE 1 TO w-conv-prets
             OPEN OUTPUT fconvtmp
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fancpret NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE anc-pret-enr TO convtmp-enr
                   WRITE convtmp-enr
               END-READ
             END-PERFORM
             CLOSE fconvtmp
           END-IF.
           CLOSE fancpret.
           IF w-conv-prets = 0
             OPEN INPUT fancpretori
             IF ANCIEN-OKAY
               MOVE 1 TO w-conv-prets
               OPEN OUTPUT fconvtmp
               MOVE 0 TO fin-fichier
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 READ fancpretori NEXT RECORD
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     MOVE anc-pretori-enr TO pret-enr
                     MOVE 0 TO fpret-nb-prolong
                     MOVE SPACE TO fpret-motif-fin fpret-remplace
                     MOVE pret-enr TO convtmp-enr
                     WRITE convtmp-enr
                 END-READ
               END-PERFORM
               CLOSE fconvtmp
             END-IF
             CLOSE fancpretori
           END-IF.
           MOVE 9 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-prets-convertis.
           IF w-conv-prets = 1
             OPEN INPUT fconvtmp
             OPEN OUTPUT fpret
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fconvtmp
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE convtmp-enr TO pret-enr
                   WRITE pret-enr
                     INVALID KEY CONTINUE
                     NOT INVALID KEY ADD 1 TO w-nb-conv-prets
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE fpret
             CLOSE fconvtmp
           END-IF.
           MOVE 10 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       extrait-empr-adhesion.
      * emprunteur.dat avec date de naissance mais sans fin
      * d'adhesion ni date d'activite ; l'indicateur w-conv-empr,
      * libre depuis l'etape 4, sert de nouveau
           MOVE 0 TO w-conv-empr.
           OPEN INPUT fancemprnais.
           IF ANCIEN-OKAY
             MOVE 1 TO w-conv-empr
             OPEN OUTPUT fconvtmp
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fancemprnais NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE anc-emprnais-enr TO empr-enr
                   MOVE w-conv-adhesion TO fempr-expiration
                   MOVE w-date-jour TO fempr-activite
                   MOVE empr-enr TO convtmp-enr
                   WRITE convtmp-enr
               END-READ
             END-PERFORM
             CLOSE fconvtmp
           END-IF.
           CLOSE fancemprnais.
           MOVE 11 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-empr-adhesion.
           PERFORM recharge-emprunteurs.
           MOVE 12 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       extrait-exm-anciens.
      * exemplaire.dat sans sites (fiche actuelle, sinon fiche
      * d'origine) : chaque copie est rattachee au site principal et
      * s'y trouve ; une fiche d'origine recoit en plus un motif de
      * retrait et un avis blancs, sans date de retrait ni
      * reservataire ni date limite ; l'indicateur w-conv-prets,
      * libre depuis l'etape 10, sert de nouveau
           MOVE 0 TO w-conv-prets.
           OPEN INPUT fancexm.
           IF ANCIEN-OKAY
             MOVE 1 TO w-conv-prets
             OPEN OUTPUT fconvtmp
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fancexm NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE anc-exm-enr TO exemplaire-enr
                   MOVE w-pp-site TO fexm-site-origine
                   MOVE w-pp-site TO fexm-site-actuel
                   MOVE exemplaire-enr TO convtmp-enr
                   WRITE convtmp-enr
               END-READ
             END-PERFORM
             CLOSE fconvtmp
           END-IF.
           CLOSE fancexm.
           IF w-conv-prets = 0
             OPEN INPUT fancexmori
             IF ANCIEN-OKAY
               MOVE 1 TO w-conv-prets
               OPEN OUTPUT fconvtmp
               MOVE 0 TO fin-fichier
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 READ fancexmori NEXT RECORD
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     MOVE anc-exmori-enr TO exemplaire-enr
                     MOVE SPACE TO fexm-motif-retrait fexm-avis
                     MOVE 0 TO fexm-date-retrait fexm-empr-reserve
                               fexm-date-limite
                     MOVE w-pp-site TO fexm-site-origine
                     MOVE w-pp-site TO fexm-site-actuel
                     MOVE exemplaire-enr TO convtmp-enr
                     WRITE convtmp-enr
                 END-READ
               END-PERFORM
               CLOSE fconvtmp
             END-IF
             CLOSE fancexmori
           END-IF.
           MOVE 13 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-exm-convertis.
           IF w-conv-prets = 1
             OPEN INPUT fconvtmp
             OPEN OUTPUT fexemplaire
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fconvtmp
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE convtmp-enr TO exemplaire-enr
                   WRITE exemplaire-enr
                     INVALID KEY CONTINUE
                     NOT INVALID KEY ADD 1 TO w-nb-conv-exm
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE fexemplaire
             CLOSE fconvtmp
           END-IF.
           MOVE 14 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       extrait-reserv-anciennes.
      * reserv.dat sans site de retrait : les demandes en file se
      * retireront au site principal
           MOVE 0 TO w-conv-prets.
           OPEN INPUT fancreserv.
           IF ANCIEN-OKAY
             MOVE 1 TO w-conv-prets
             OPEN OUTPUT fconvtmp
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fancreserv NEXT RECORD
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE anc-rsv-enr TO reserv-enr
                   MOVE w-pp-site TO frsv-site
                   MOVE reserv-enr TO convtmp-enr
                   WRITE convtmp-enr
               END-READ
             END-PERFORM
             CLOSE fconvtmp
           END-IF.
           CLOSE fancreserv.
           MOVE 15 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       recharge-reserv-converties.
           IF w-conv-prets = 1
             OPEN INPUT fconvtmp
             OPEN OUTPUT freserv
             MOVE 0 TO fin-fichier
             PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
               READ fconvtmp
                 AT END MOVE 1 TO fin-fichier
                 NOT AT END
                   MOVE convtmp-enr TO reserv-enr
                   WRITE reserv-enr
                     INVALID KEY CONTINUE
                     NOT INVALID KEY ADD 1 TO w-nb-conv-reserv
                   END-WRITE
               END-READ
             END-PERFORM
             CLOSE freserv
             CLOSE fconvtmp
           END-IF.
           MOVE 16 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       convertit-une-sauvegarde.
           PERFORM nomme-sauvegarde-conversion.
           OPEN INPUT farchive.
           IF ARCHIVE-NOT-FOUND
             CLOSE farchive
           ELSE
             MOVE 0 TO w-arc-entete
             READ farchive
               AT END CONTINUE
               NOT AT END
                 IF ARC-ENTETE
                   MOVE 1 TO w-arc-entete
                 END-IF
             END-READ
             CLOSE farchive
             IF w-arc-entete = 0
               OPEN INPUT fancarchive
               OPEN OUTPUT fconvtmp
               MOVE 0 TO fin-fichier
               PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
                 READ fancarchive
                   AT END MOVE 1 TO fin-fichier
                   NOT AT END
                     MOVE anc-arc-enr TO archive-enr
                     MOVE 0 TO arc-annee arc-age
                     MOVE SPACE TO arc-format
                     MOVE archive-enr TO convtmp-enr
                     WRITE convtmp-enr
                 END-READ
               END-PERFORM
               CLOSE fconvtmp
               CLOSE fancarchive
               MOVE 7 TO w-conv-etape
               PERFORM ecrit-etape-conversion
               PERFORM recharge-sauvegarde-convertie
             END-IF
           END-IF.

       recharge-sauvegarde-convertie.
      * reecrit la sauvegarde w-conv-date depuis conversion.tmp, en-
      * tete en premier ; l'etape revient ensuite a 6 (journal fait,
      * sauvegardes en cours)
           PERFORM nomme-sauvegarde-conversion.
           OPEN INPUT fconvtmp.
           OPEN OUTPUT farchive.
           PERFORM ecrit-entete-sauvegarde.
           MOVE 0 TO fin-fichier.
           PERFORM WITH TEST BEFORE UNTIL fin-fichier = 1
             READ fconvtmp
               AT END MOVE 1 TO fin-fichier
               NOT AT END
                 MOVE convtmp-enr TO archive-enr
                 WRITE archive-enr
             END-READ
           END-PERFORM.
           CLOSE farchive.
           CLOSE fconvtmp.
           ADD 1 TO w-nb-conv-sauv.
           MOVE 6 TO w-conv-etape.
           PERFORM ecrit-etape-conversion.

       nomme-sauvegarde-conversion.
           MOVE SPACES TO archive-name.
           STRING "film_"     DELIMITED BY SIZE
                  w-conv-date DELIMITED BY SIZE
                  ".dat"      DELIMITED BY SIZE
                  INTO archive-name
           END-STRING.

       batch-integrite.
           OPEN INPUT ffilm.
      * ouverture de session : l'operateur s'identifie par son code
      * et son mot de passe (trois essais) ; le role lu conditionne
      * l'acces aux fonctions sensibles et le code signe est repris
      * dans chaque ligne du journal des modifications ; le site de
      * travail de la session est propose au site principal
           MOVE 0 TO w-signon-ok w-essais.
           PERFORM lire-parametres-pret.
           MOVE w-pp-site TO w-site.
           OPEN INPUT foperateur.
           IF OPER-NOT-FOUND
             CLOSE foperateur
             END-READ
           END-PERFORM.
           CLOSE foperateur.
           IF w-site = SPACES
             MOVE w-pp-site TO w-site
           END-IF.

       amorce-operateurs.
      * tout premier lancement : amorce le fichier des operateurs
                    TO wmsg_erreur
               ELSE
                 MOVE
          "Fichier films d'un ancien format - conversion a faire"
                    TO wmsg_erreur
               END-IF
               DISPLAY ecran-erreur
