         ALTERNATE RECORD KEY fr_clef_place WITH DUPLICATES
         ALTERNATE RECORD KEY fr_num_event WITH DUPLICATES
         ALTERNATE RECORD KEY fr_num_utilisateur WITH DUPLICATES
         LOCK MODE IS MANUAL
         FILE STATUS IS fr_stat.

         SELECT fwaitlist ASSIGN TO "fwaitlist.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fy_clef
         LOCK MODE IS MANUAL
         FILE STATUS IS fy_stat.

         SELECT ftickets ASSIGN TO "ftickets.dat"
      *>Compteurs de disponibilité par évènement et catégorie :
      *>capacité, places vendues et places sous option, tenus au fil
      *>des ventes/annulations/options pour répondre "combien de places
      *>libres ?" en une lecture, et recalculés par la reconstruction.
      *>Le compteur d'un évènement/catégorie, lu avec verrou, sert aussi
      *>de jeton de vente entre les guichets
         SELECT fdispo ASSIGN TO "fdispo.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fd_clef
         LOCK MODE IS MANUAL
         FILE STATUS IS fd_stat.

         SELECT fnotifs ASSIGN TO "fnotifs.dat"
         RECORD KEY fn_num
         FILE STATUS IS fn_stat.

      *>Factures et avoirs de la billetterie : une facture par
      *>réservation soldée, un avoir renvoyant à sa facture pour chaque
      *>annulation d'une réservation facturée ; les derniers numéros
      *>attribués (suite continue par type de pièce) sont dans ffactctl
         SELECT ffactures ASSIGN TO "ffactures.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY ffa_clef
         ALTERNATE RECORD KEY ffa_clef_resa WITH DUPLICATES
         FILE STATUS IS ffa_stat.

         SELECT ffactctl ASSIGN TO "ffactctl.dat"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS ffc_stat.

      *>Bons d'avoir : émis à l'annulation à la place d'un
      *>remboursement, au nom du titulaire, utilisables en règlement
      *>(mode 4) jusqu'à leur échéance, en une ou plusieurs fois
         SELECT fbons ASSIGN TO "fbons.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fbo_num
         ALTERNATE RECORD KEY fbo_num_utilisateur WITH DUPLICATES
         LOCK MODE IS MANUAL
         FILE STATUS IS fbo_stat.

         SELECT fextract ASSIGN TO "fextract.dat"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS fx_stat.
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS fcp_stat.

      *>Bourse de revente : une mise en revente par réservation (clef
      *>de la réservation du titulaire d'origine)
         SELECT frevente ASSIGN TO "frevente.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY frv_clef_resa
         ALTERNATE RECORD KEY frv_num_event WITH DUPLICATES
         LOCK MODE IS MANUAL
         FILE STATUS IS frv_stat.

      *>Canaux de vente et agences partenaires (taux de commission),
      *>le guichet étant le canal par défaut
         SELECT fcanaux ASSIGN TO "fcanaux.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fca_code
         FILE STATUS IS fca_stat.

      *>Contrats organisateurs : par évènement (fct_type E) ou à
      *>défaut par stade (fct_type S)
         SELECT fcontrats ASSIGN TO "fcontrats.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fct_clef
         FILE STATUS IS fct_stat.

      *>Décomptes de recette émis en définitif et régularisations
      *>ultérieures, par évènement
         SELECT fdecomptes ASSIGN TO "fdecomptes.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fdc_clef
         FILE STATUS IS fdc_stat.

      *>Fichiers de travail de RETENTION_DONNEES : date de dernière
      *>activité par client, et copie intermédiaire des fichiers
      *>séquentiels dont les lignes sont anonymisées
         SELECT factivite ASSIGN TO "factivite.dat"
         ORGANIZATION indexed
         ACCESS IS dynamic
         RECORD KEY fac_num_utilisateur
         FILE STATUS IS fac_stat.

         SELECT ftravail ASSIGN TO "ftravail.dat"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS ftr_stat.

      *>Fichiers à l'ancien format (places, tribunes et rangées sur deux
      *>chiffres, capacité sur trois), renommés en .anc avant le passage
      *>de CONVERSION_FICHIERS qui les recopie au format courant
         SELECT ofstades ASSIGN TO "fstades.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofs_num
         FILE STATUS IS ofs_stat.

         SELECT ofplaces ASSIGN TO "fplaces.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofp_clef
         ALTERNATE RECORD KEY ofp_num_stade WITH DUPLICATES
         FILE STATUS IS ofp_stat.

         SELECT ofcategories ASSIGN TO "fcategories.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofc_clef
         FILE STATUS IS ofc_stat.

         SELECT ofreserv ASSIGN TO "freserv.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofr_clef
         ALTERNATE RECORD KEY ofr_clef_place WITH DUPLICATES
         ALTERNATE RECORD KEY ofr_num_event WITH DUPLICATES
         ALTERNATE RECORD KEY ofr_num_utilisateur WITH DUPLICATES
         FILE STATUS IS ofr_stat.

         SELECT ofrefunds ASSIGN TO "frefunds.anc"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS ofrb_stat.

         SELECT ofpayments ASSIGN TO "fpayments.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofy_clef
         FILE STATUS IS ofy_stat.

         SELECT oftickets ASSIGN TO "ftickets.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofk_num
         ALTERNATE RECORD KEY ofk_num_event WITH DUPLICATES
         FILE STATUS IS ofk_stat.

         SELECT ofdispo ASSIGN TO "fdispo.anc"
         ORGANIZATION indexed
         ACCESS IS sequential
         RECORD KEY ofd_clef
         FILE STATUS IS ofd_stat.

         SELECT ofarchresas ASSIGN TO "farchresas.anc"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS ofar_stat.

         SELECT ofjournal ASSIGN TO "fjournal.anc"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS ofj_stat.

      *>Relevé quotidien de l'acquéreur carte (date de transaction,
      *>montant, référence terminal/opérateur, commission retenue)
         SELECT facquereur ASSIGN TO "facquereur.dat"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS fq_stat.

         SELECT frapport ASSIGN TO "frapport.dat"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS frap_stat.
            02 fs_num PIC 9(6).
            02 fs_nom PIC A(30).
            02 fs_adresse PIC A(50).
            02 fs_nb_place PIC 9(5).

          FD fplaces.
          01 placeTampon.
            02 fp_clef.
             03 fp_num PIC 9(4).
             03 fp_tribune PIC 9(3).
             03 fp_rangee PIC 9(3).
             03 fp_num_stade PIC 9(6).
             03 fp_categorie PIC A(20).
      *>Attribut de la place : espace = ordinaire, F = emplacement
      *>fauteuil roulant, A = place accompagnateur, V = visibilité
      *>réduite (vendue avec remise)
            02 fp_attribut PIC X.

         FD fevenements.
         01 evtsTampon.
           03 fr_num_utilisateur PIC 9(6).
           03 fr_num_event PIC 9(6).
           03 fr_clef_place.
            04 fr_num_place PIC 9(4).
            04 fr_tribune PIC 9(3).
            04 fr_rangee PIC 9(3).
            04 fr_categorie PIC A(20).
          02 fr_age PIC 9(3).
          02 fr_prix PIC 9(3)V9(2).
          02 fr_remise_pct PIC 9(3).
          02 fr_code_promo PIC X(10).
          02 fr_date_creation PIC 9(8).
          02 fr_canal PIC X(8).

         FD fwaitlist.
         01 waitlistTampon.
          02 frt_num_event PIC 9(6).
          02 frt_categorie PIC A(20).
          02 frt_age PIC 9(3).
          02 frt_canal PIC X(8).

         FD fjournal.
         01 journalTampon.
          02 fj_fichier PIC X(15).
          02 fj_operation PIC X(10).
          02 fj_clef PIC X(61).
          02 fj_operateur PIC X(10).
          02 fj_date PIC 9(8).
          02 fj_heure PIC 9(8).
      *>fj_action : E = écriture (image après mise à jour), S = suppression
      *>(image de l'enregistrement supprimé), blanc = ligne sans image ;
      *>fj_image permet de rejouer le journal après une restauration
          02 fj_action PIC X.
          02 fj_image PIC X(250).

         FD frefunds.
         01 refundTampon.
           03 frb_num_utilisateur PIC 9(6).
           03 frb_num_event PIC 9(6).
           03 frb_clef_place.
            04 frb_num_place PIC 9(4).
            04 frb_tribune PIC 9(3).
            04 frb_rangee PIC 9(3).
            04 frb_categorie PIC A(20).
          02 frb_prix PIC 9(3)V9(2).
          02 frb_date_annulation.
           03 frb_annee PIC 9(4).
           03 frb_mois PIC 9(2).
           03 frb_jour PIC 9(2).
      *>Vente d'origine (canal, prix, date) pour le relevé des
      *>commissions ; frb_bon : bon d'avoir émis à la place du
      *>remboursement (frb_prix à zéro), 0 sinon ; frb_encaisse :
      *>montant réellement encaissé sur la réservation à son annulation
      *>(la part non réglée d'une vente n'entre pas dans la recette)
          02 frb_canal PIC X(8).
          02 frb_prix_vente PIC 9(3)V9(2).
          02 frb_date_vente PIC 9(8).
          02 frb_bon PIC 9(8).
          02 frb_encaisse PIC 9(3)V9(2).

         FD fpromotions.
         01 promoTampon.
            04 fy_num_utilisateur PIC 9(6).
            04 fy_num_event PIC 9(6).
            04 fy_clef_place.
             05 fy_num_place PIC 9(4).
             05 fy_tribune PIC 9(3).
             05 fy_rangee PIC 9(3).
             05 fy_categorie PIC A(20).
           03 fy_date_paiement.
            04 fy_annee PIC 9(4).
           03 fy_mode PIC 9.
           03 fy_operateur PIC X(10).
          02 fy_montant PIC 9(5)V9(2).
      *>Rapprochement carte : 0 = non réglé par la banque, 1 = réglé,
      *>2 = réglé avec écart de montant ; date du relevé acquéreur
          02 fy_regle PIC 9.
          02 fy_date_regle PIC 9(8).
      *>Encaissement carte annulé (1) : la réservation a été annulée,
      *>dédommagée ou revendue ; la ligne est gardée pour le
      *>rapprochement avec le relevé de la banque mais ne compte plus
      *>ni dans le montant reçu ni dans la caisse
          02 fy_annule PIC 9.

         FD ftickets.
         01 billetTampon.
          02 fk_num_event PIC 9(6).
          02 fk_num_utilisateur PIC 9(6).
          02 fk_clef_place.
           03 fk_num_place PIC 9(4).
           03 fk_tribune PIC 9(3).
           03 fk_rangee PIC 9(3).
           03 fk_categorie PIC A(20).
          02 fk_prix PIC 9(3)V9(2).
          02 fk_etat PIC 9.
           03 fc_code PIC A(20).
          02 fc_libelle PIC X(30).
          02 fc_supplement PIC 9(3)V9(2).
          02 fc_quota PIC 9(5).

      *>Comptes opérateurs : identifiant, mot de passe et rôle
      *>(1 = consultation, 2 = vente, 3 = administrateur)
          02 fd_clef.
           03 fd_num_event PIC 9(6).
           03 fd_categorie PIC A(20).
          02 fd_capacite PIC 9(5).
          02 fd_vendues PIC 9(5).
          02 fd_options PIC 9(5).

      *>Outbox de notifications clients : écrite quand une place de
      *>liste d'attente se libère, qu'une option arrive à échéance ou
          02 fn_date_creation PIC 9(8).
          02 fn_imprime PIC 9.

      *>ffa_type : F = facture, A = avoir ; ffa_facture_ref : numéro
      *>de la facture annulée par l'avoir ; ffa_etat d'une facture :
      *>0 = en vigueur, 1 = annulée par avoir
         FD ffactures.
         01 factureTampon.
          02 ffa_clef.
           03 ffa_type PIC X.
           03 ffa_num PIC 9(8).
          02 ffa_clef_resa.
           03 ffa_num_utilisateur PIC 9(6).
           03 ffa_num_event PIC 9(6).
           03 ffa_clef_place.
            04 ffa_num_place PIC 9(4).
            04 ffa_tribune PIC 9(3).
            04 ffa_rangee PIC 9(3).
            04 ffa_categorie PIC A(20).
          02 ffa_date PIC 9(8).
          02 ffa_nom PIC A(30).
          02 ffa_prenom PIC A(20).
          02 ffa_ville PIC A(30).
          02 ffa_nom_event PIC X(30).
          02 ffa_date_event.
           03 ffa_ev_jour PIC 9(2).
           03 ffa_ev_mois PIC 9(2).
           03 ffa_ev_annee PIC 9(4).
          02 ffa_montant_ht PIC 9(5)V9(2).
          02 ffa_taux_tva PIC 9(2)V9(2).
          02 ffa_montant_tva PIC 9(5)V9(2).
          02 ffa_montant_ttc PIC 9(5)V9(2).
          02 ffa_facture_ref PIC 9(8).
          02 ffa_etat PIC 9.

         FD ffactctl.
         01 factCtlTampon.
          02 ffc_dernier_facture PIC 9(8).
          02 ffc_dernier_avoir PIC 9(8).

      *>frv_etat : 1 = en revente, 2 = revendue, 3 = rendue au
      *>titulaire (non revendue au coup d'envoi ou billet présenté),
      *>4 = attribuée à un acheteur qui ne l'a pas encore réglée,
      *>5 = retirée (réservation annulée, transférée ou échangée,
      *>évènement annulé) ; frv_resa_origine : réservation du titulaire
      *>telle qu'avant l'attribution, pour le rembourser au règlement de
      *>l'acheteur ou la lui rendre si l'acheteur n'en veut plus
         FD frevente.
         01 reventeTampon.
          02 frv_clef_resa.
           03 frv_num_utilisateur PIC 9(6).
           03 frv_num_event_resa PIC 9(6).
           03 frv_clef_place.
            04 frv_num_place PIC 9(4).
            04 frv_tribune PIC 9(3).
            04 frv_rangee PIC 9(3).
            04 frv_categorie PIC A(20).
          02 frv_num_event PIC 9(6).
          02 frv_num_billet PIC 9(8).
          02 frv_prix PIC 9(3)V9(2).
          02 frv_date_mise PIC 9(8).
          02 frv_etat PIC 9.
          02 frv_acheteur PIC 9(6).
          02 frv_nouveau_billet PIC 9(8).
          02 frv_frais PIC 9(3)V9(2).
          02 frv_reverse PIC 9(3)V9(2).
          02 frv_date_revente PIC 9(8).
          02 frv_resa_origine PIC X(79).

         FD fcanaux.
         01 canalTampon.
          02 fca_code PIC X(8).
          02 fca_nom PIC X(30).
          02 fca_commission PIC 9(2)V9(2).
          02 fca_actif PIC 9.

      *>fct_p_role : B = billetterie (perçoit les frais par place),
      *>P = propriétaire du stade (perçoit le loyer), C = club ; les
      *>parts fct_p_pct portent sur la recette nette de ces deux postes
         FD fcontrats.
         01 contratTampon.
          02 fct_clef.
           03 fct_type PIC X.
           03 fct_num PIC 9(6).
          02 fct_nb_parties PIC 9.
          02 fct_partie OCCURS 4 TIMES.
           03 fct_p_nom PIC X(30).
           03 fct_p_role PIC X.
           03 fct_p_pct PIC 9(3)V9(2).
          02 fct_loyer PIC 9(7)V9(2).
          02 fct_frais_place PIC 9(2)V9(2).

      *>fdc_type : D = décompte définitif, R = régularisation (écart
      *>avec le cumul déjà émis) ; fdc_montant : dû à chaque partie
      *>dans l'ordre du contrat
         FD fdecomptes.
         01 decompteTampon.
          02 fdc_clef.
           03 fdc_num_event PIC 9(6).
           03 fdc_sequence PIC 9(2).
          02 fdc_type PIC X.
          02 fdc_date PIC 9(8).
          02 fdc_places PIC S9(6).
          02 fdc_recette PIC S9(7)V9(2).
          02 fdc_montant PIC S9(7)V9(2) OCCURS 4 TIMES.

         FD factivite.
         01 activiteTampon.
          02 fac_num_utilisateur PIC 9(6).
          02 fac_date PIC 9(8).

         FD ftravail.
         01 travailTampon PIC X(363).

      *>Dispositions des fichiers à l'ancien format, lues uniquement
      *>par CONVERSION_FICHIERS ; réservations, remboursements,
      *>encaissements et archives n'y portent encore ni canal de vente
      *>ni rapprochement carte, zones mises à leur valeur par défaut
      *>(GUICHET, zéro) à la conversion
         FD ofstades.
         01 ancStadeTampon.
          02 ofs_num PIC 9(6).
          02 ofs_nom PIC A(30).
          02 ofs_adresse PIC A(50).
          02 ofs_nb_place PIC 9(3).

         FD ofplaces.
         01 ancPlaceTampon.
          02 ofp_clef.
           03 ofp_num PIC 9(2).
           03 ofp_tribune PIC 9(2).
           03 ofp_rangee PIC 9(2).
           03 ofp_num_stade PIC 9(6).
           03 ofp_categorie PIC A(20).

         FD ofcategories.
         01 ancCategTampon.
          02 ofc_clef.
           03 ofc_num_stade PIC 9(6).
           03 ofc_code PIC A(20).
          02 ofc_libelle PIC X(30).
          02 ofc_supplement PIC 9(3)V9(2).
          02 ofc_quota PIC 9(3).

         FD ofreserv.
         01 ancResaTampon.
          02 ofr_clef.
           03 ofr_num_utilisateur PIC 9(6).
           03 ofr_num_event PIC 9(6).
           03 ofr_clef_place.
            04 ofr_num_place PIC 9(2).
            04 ofr_tribune PIC 9(2).
            04 ofr_rangee PIC 9(2).
            04 ofr_categorie PIC A(20).
          02 ofr_age PIC 9(3).
          02 ofr_prix PIC 9(3)V9(2).
          02 ofr_remise_pct PIC 9(3).
          02 ofr_code_promo PIC X(10).
          02 ofr_date_creation PIC 9(8).

         FD ofrefunds.
         01 ancRefundTampon.
          02 ofrb_num_utilisateur PIC 9(6).
          02 ofrb_num_event PIC 9(6).
          02 ofrb_num_place PIC 9(2).
          02 ofrb_tribune PIC 9(2).
          02 ofrb_rangee PIC 9(2).
          02 ofrb_categorie PIC A(20).
          02 ofrb_prix PIC 9(3)V9(2).
          02 ofrb_date_annulation PIC 9(8).

         FD ofpayments.
         01 ancPaiementTampon.
          02 ofy_clef.
           03 ofy_num_utilisateur PIC 9(6).
           03 ofy_num_event PIC 9(6).
           03 ofy_num_place PIC 9(2).
           03 ofy_tribune PIC 9(2).
           03 ofy_rangee PIC 9(2).
           03 ofy_categorie PIC A(20).
           03 ofy_date_paiement PIC 9(8).
           03 ofy_mode PIC 9.
           03 ofy_operateur PIC X(10).
          02 ofy_montant PIC 9(5)V9(2).

         FD oftickets.
         01 ancBilletTampon.
          02 ofk_num PIC 9(8).
          02 ofk_num_event PIC 9(6).
          02 ofk_num_utilisateur PIC 9(6).
          02 ofk_num_place PIC 9(2).
          02 ofk_tribune PIC 9(2).
          02 ofk_rangee PIC 9(2).
          02 ofk_categorie PIC A(20).
          02 ofk_prix PIC 9(3)V9(2).
          02 ofk_etat PIC 9.
          02 ofk_date_controle PIC 9(8).
          02 ofk_heure_controle PIC 9(8).

         FD ofdispo.
         01 ancDispoTampon.
          02 ofd_clef.
           03 ofd_num_event PIC 9(6).
           03 ofd_categorie PIC A(20).
          02 ofd_capacite PIC 9(4).
          02 ofd_vendues PIC 9(4).
          02 ofd_options PIC 9(4).

         FD ofarchresas.
         01 ancArchResaTampon.
          02 ofar_num_utilisateur PIC 9(6).
          02 ofar_num_event PIC 9(6).
          02 ofar_num_place PIC 9(2).
          02 ofar_tribune PIC 9(2).
          02 ofar_rangee PIC 9(2).
          02 ofar_categorie PIC A(20).
          02 ofar_age PIC 9(3).
          02 ofar_prix PIC 9(3)V9(2).
          02 ofar_remise_pct PIC 9(3).
          02 ofar_code_promo PIC X(10).
          02 ofar_date_creation PIC 9(8).

         FD ofjournal.
         01 ancJournalTampon.
          02 ofj_fichier PIC X(15).
          02 ofj_operation PIC X(10).
          02 ofj_clef PIC X(40).
          02 ofj_operateur PIC X(10).
          02 ofj_date PIC 9(8).
          02 ofj_heure PIC 9(8).

         FD facquereur.
         01 acquereurTampon.
          02 fq_date PIC 9(8).
          02 fq_montant PIC 9(5)V9(2).
          02 fq_reference PIC X(10).
          02 fq_frais PIC 9(3)V9(2).

      *>fbo_etat : 0 = en cours, 1 = épuisé, 2 = périmé (solde passé
      *>en perte par la péremption à la date fbo_date_perte)
         FD fbons.
         01 bonTampon.
          02 fbo_num PIC 9(8).
          02 fbo_num_utilisateur PIC 9(6).
          02 fbo_montant_initial PIC 9(5)V9(2).
          02 fbo_solde PIC 9(5)V9(2).
          02 fbo_date_emission PIC 9(8).
          02 fbo_date_expiration PIC 9(8).
          02 fbo_etat PIC 9.
          02 fbo_date_perte PIC 9(8).

         FD fextract.
         01 extractTampon PIC X(120).

         01 archResaTampon.
          02 far_num_utilisateur PIC 9(6).
          02 far_num_event PIC 9(6).
          02 far_num_place PIC 9(4).
          02 far_tribune PIC 9(3).
          02 far_rangee PIC 9(3).
          02 far_categorie PIC A(20).
          02 far_age PIC 9(3).
          02 far_prix PIC 9(3)V9(2).
          02 far_remise_pct PIC 9(3).
          02 far_code_promo PIC X(10).
          02 far_date_creation PIC 9(8).
          02 far_canal PIC X(8).

         FD farchwait.
         01 archWaitTampon.
         01 svgUserTampon PIC X(231).

         FD fsvgstades.
         01 svgStadeTampon PIC X(91).

         FD fsvgplaces.
         01 svgPlaceTampon PIC X(37).

         FD fsvgevents.
         01 svgEvtTampon PIC X(55).

         FD fsvgresas.
         01 svgResaTampon PIC X(79).

         FD fsvgwait.
         01 svgWaitTampon PIC X(50).
         01 svgPromoTampon PIC X(13).

         FD fsvgpaiements.
         01 svgPaiementTampon PIC X(78).

         FD fsvgbillets.
         01 svgBilletTampon PIC X(72).

         FD fsvgcategs.
         01 svgCategTampon PIC X(66).

         FD fsvgoptions.
         01 svgOptionTampon PIC X(47).
         77 fop_stat PIC 9(2).
         77 fd_stat PIC 9(2).
         77 fn_stat PIC 9(2).
         77 ffa_stat PIC 9(2).
         77 ffc_stat PIC 9(2).
         77 fbo_stat PIC 9(2).
         77 fq_stat PIC 9(2).
         77 frv_stat PIC 9(2).
         77 fca_stat PIC 9(2).
         77 fct_stat PIC 9(2).
         77 fdc_stat PIC 9(2).
         77 fac_stat PIC 9(2).
         77 ftr_stat PIC 9(2).
         77 ofs_stat PIC 9(2).
         77 ofp_stat PIC 9(2).
         77 ofc_stat PIC 9(2).
         77 ofr_stat PIC 9(2).
         77 ofrb_stat PIC 9(2).
         77 ofy_stat PIC 9(2).
         77 ofk_stat PIC 9(2).
         77 ofd_stat PIC 9(2).
         77 ofar_stat PIC 9(2).
         77 ofj_stat PIC 9(2).
         77 fx_stat PIC 9(2).
         77 fxc_stat PIC 9(2).
         77 fcmd_stat PIC 9(2).
         77 Wswitch PIC 9(2).

      *>Variable locale à AJOUT_PLACE
         77 Wnb_PlaceStade PIC 9(5).
         77 Wlock PIC 9.
      *>Variable locale à AJOUT_RESERVATION
         77 Wnbplace PIC 9(2).
         77 Wok PIC 9.
         77 num_categ PIC A(20).
         77 Wtrouve PIC 9.
         77 nb_place_dispo PIC 9(5).
         77 TARIFSUPL PIC 9(3)V9(2).
         77 prix_base PIC 9(3)V9(2).
         77 prix_tot PIC 9(3)V9(2).
      *>Variable locale au choix des places par l'opérateur (carte et
      *>recherche de places adjacentes dans une même rangée)
         77 Wsp_mode PIC 9.
         77 Wsp_num PIC 9(4).
         77 Wsp_tribune PIC 9(3).
         77 Wsp_rangee PIC 9(3).
         77 Wsp_stop PIC 9.
         77 Wsp_fin PIC 9.
         77 Wsp_max_tribune PIC 9(3).
         77 Wsp_max_rangee PIC 9(3).
         77 Wsp_max_num PIC 9(4).
         77 Wsp_tribune_i PIC 9(3).
         77 Wsp_rangee_i PIC 9(3).
         77 Wsp_i PIC 9(5).
         77 Wsp_suite PIC 9(4).
         77 Wsp_debut PIC 9(4).
         77 Wsp_trouve PIC 9.
         01 Wsp_table.
          02 Wsp_libre PIC 9 OCCURS 9999 TIMES.

      *>Variable locale à RAPPORT_RECETTES_OCCUPATION
         77 Wr_fin PIC 9.
         77 Wr_fin_event PIC 9.
         77 Wr_places_vendues PIC 9(5).
         77 Wr_recette PIC 9(7)V9(2).
         77 Wr_capacite PIC 9(5).

      *>Variable locale à CLIENT_MENU et paragraphes associés
         77 Wclient_choix1 PIC 9(2).
      *>Variable locale à RAPPORT_CARTE_PLACES
         77 Wm_stade_ok PIC 9.
         77 Wm_event_ok PIC 9.
         77 Wm_max_tribune PIC 9(3).
         77 Wm_max_rangee PIC 9(3).
         77 Wm_tribune PIC 9(3).
         77 Wm_rangee PIC 9(3).
         77 Wm_fin PIC 9.
         77 Wm_fin2 PIC 9.
         77 Wm_occupe PIC 9.
         77 Wjournal_operateur PIC X(10) VALUE SPACES.
         77 Wj_fichier PIC X(15).
         77 Wj_operation PIC X(10).
         77 Wj_clef PIC X(61).
      *>Wj_action : à blanc, déduit de l'opération (SUPPR = S, sinon E) ;
      *>S pour une suppression journalisée sous une autre opération,
      *>N pour une ligne sans image ; remis à blanc par JOURNALISER
         77 Wj_action PIC X VALUE SPACE.
         77 Wjl_fichier_filtre PIC X(15).
         77 Wjl_date_filtre PIC 9(8).
         77 Wjl_fin PIC 9.
         77 Wev_nb_resas PIC 9(5).
         77 Wev_nb_wait PIC 9(5).
         77 Wev_confirme PIC 9.
         77 Wev_dedommagement PIC 9.

      *>Variable locale à LISTE_EVENEMENTS_A_VENIR
         77 Wu_fin PIC 9.
         77 Wt_remise_sauve PIC 9(3).
         77 Wt_promo_sauve PIC X(10).
         77 Wt_date_sauve PIC 9(8).
         77 Wt_canal_sauve PIC X(8).
         77 Wt_transfere PIC 9.
      *>Reprise des encaissements sous la clef du nouveau titulaire
         77 Wt_paie_nb PIC 9(2).
         77 Wt_paie_i PIC 9(2).
         77 Wt_p_fin PIC 9.
         77 Wt_clef_paie PIC X(42).
         01 Wt_paie_table.
          02 Wt_paie OCCURS 50 TIMES.
           03 Wt_p_date PIC 9(8).
           03 Wt_p_mode PIC 9.
           03 Wt_p_oper PIC X(10).
           03 Wt_p_montant PIC 9(5)V9(2).
           03 Wt_p_regle PIC 9.
           03 Wt_p_date_regle PIC 9(8).
           03 Wt_p_annule PIC 9.

      *>Variable locale à ECHANGER_RESERVATION (changement d'évènement
      *>ou de catégorie avec conservation des remises d'origine, reprise
         77 Wee_utilisateur PIC 9(6).
         77 Wee_event_ancien PIC 9(6).
         77 Wee_categ_ancienne PIC A(20).
         77 Wee_place PIC 9(4).
         77 Wee_tribune PIC 9(3).
         77 Wee_rangee PIC 9(3).
         77 Wee_new_place PIC 9(4).
         77 Wee_new_tribune PIC 9(3).
         77 Wee_new_rangee PIC 9(3).
         77 Wee_age PIC 9(3).
         77 Wee_remise PIC 9(3).
         77 Wee_promo PIC X(10).
         77 Wee_date_crea PIC 9(8).
         77 Wee_canal PIC X(8).
         77 Wee_prix_ancien PIC 9(3)V9(2).
         77 Wee_prix_nouveau PIC 9(3)V9(2).
         77 Wee_clef_resa PIC X(42).
         77 Wee_total_paie PIC 9(7)V9(2).
         77 Wee_trop_percu PIC 9(7)V9(2).
         77 Wee_reste_du PIC 9(7)V9(2).
         77 Wee_echange PIC 9.
         77 Wee_place_ok PIC 9.

      *>Variable locale à ENCAISSER_PAIEMENT, RAPPORT_CAISSE_QUOTIDIENNE
      *>et au plafonnement des remboursements sur le montant encaissé
         77 Wp_deja_recu PIC 9(5)V9(2).
         77 Wp_solde PIC 9(5)V9(2).
         77 Wp_date_saisie PIC 9(8).
         77 Wp_ecrit PIC 9.
         01 Wp_date_rapport.
          02 Wp_rap_annee PIC 9(4).
          02 Wp_rap_mois PIC 9(2).
         77 Wp_tot_especes PIC 9(7)V9(2).
         77 Wp_tot_carte PIC 9(7)V9(2).
         77 Wp_tot_cheque PIC 9(7)V9(2).
         77 Wp_tot_bons PIC 9(7)V9(2).
         77 Wp_tot_jour PIC 9(7)V9(2).
         77 Wp_nb_jour PIC 9(5).
         77 Wp_recette_totale PIC 9(7)V9(2).
         77 Wv_tot_especes PIC 9(7)V9(2).
         77 Wv_tot_carte PIC 9(7)V9(2).
         77 Wv_tot_cheque PIC 9(7)V9(2).
         77 Wv_tot_bons PIC 9(7)V9(2).
         77 Wv_total PIC 9(7)V9(2).
         77 Wv_attendu PIC 9(7)V9(2).
         77 Wv_date_ouv PIC 9(8).

      *>Variable locale à l'émission des billets (EMETTRE_BILLET), au
      *>contrôle d'accès le jour du match et au rapport des absents
      *>fk_etat : 0 = émis, 1 = utilisé (contrôlé), 2 = annulé,
      *>3 = en revente (valable tant que la place n'est pas revendue)
         77 Wtk_dernier PIC 9(8).
         77 Wtk_ecrit PIC 9.
         77 Wtk_essais PIC 9(2).
         77 Wtk_fin PIC 9.
         77 Wtk_emis PIC 9(5).
         77 Wtk_controles PIC 9(5).
         77 Wcg_trouvee PIC 9.
         77 Wcg_catalogue PIC 9.
         77 Wcg_stade_ok PIC 9.
         77 Wcg_vendues PIC 9(5).
         77 Wcg_demande PIC 9(2).
         77 Wcg_quota_ok PIC 9.

         77 Wx_date_remb PIC 9(8).
         77 Wx_total_resa PIC 9(9)V9(2).
         77 Wx_total_remb PIC 9(9)V9(2).
         77 Wx_tva_factures PIC 9(9)V9(2).
         77 Wx_tva_avoirs PIC 9(9)V9(2).
         77 Wx_total_bons PIC 9(9)V9(2).
         77 Wx_total_pertes PIC 9(9)V9(2).
         77 Wx_total_commission PIC S9(9)V9(2).
         77 Wx_commission_edit PIC -(9)9.99.
         01 Wx_entete.
          02 Wx_e_type PIC X.
          02 Wx_e_date PIC 9(8).
          02 Wx_r_type PIC X.
          02 Wx_r_utilisateur PIC 9(6).
          02 Wx_r_event PIC 9(6).
          02 Wx_r_place PIC 9(4).
          02 Wx_r_tribune PIC 9(3).
          02 Wx_r_rangee PIC 9(3).
          02 Wx_r_categorie PIC X(20).
          02 Wx_r_prix PIC 9(3)V9(2).
          02 Wx_r_remise_pct PIC 9(3).
          02 Wx_r_code_promo PIC X(10).
          02 Wx_r_canal PIC X(8).
         01 Wx_detail_remb.
          02 Wx_b_type PIC X.
          02 Wx_b_utilisateur PIC 9(6).
          02 Wx_b_event PIC 9(6).
          02 Wx_b_place PIC 9(4).
          02 Wx_b_tribune PIC 9(3).
          02 Wx_b_rangee PIC 9(3).
          02 Wx_b_categorie PIC X(20).
          02 Wx_b_prix PIC 9(3)V9(2).
          02 Wx_b_canal PIC X(8).
      *>Pièce du jour : F = facture, A = avoir (Wx_f_ref = facture
      *>annulée par l'avoir)
         01 Wx_detail_piece.
          02 Wx_f_type PIC X.
          02 Wx_f_num PIC 9(8).
          02 Wx_f_ref PIC 9(8).
          02 Wx_f_utilisateur PIC 9(6).
          02 Wx_f_event PIC 9(6).
          02 Wx_f_montant_ht PIC 9(5)V9(2).
          02 Wx_f_taux_tva PIC 9(2)V9(2).
          02 Wx_f_montant_tva PIC 9(5)V9(2).
          02 Wx_f_montant_ttc PIC 9(5)V9(2).
      *>Bon d'avoir du jour : V = émis à une annulation, X = solde
      *>périmé passé en perte
         01 Wx_detail_bon.
          02 Wx_v_type PIC X.
          02 Wx_v_num PIC 9(8).
          02 Wx_v_utilisateur PIC 9(6).
          02 Wx_v_montant PIC 9(5)V9(2).
         01 Wx_fin_extract.
          02 Wx_t_type PIC X.
          02 Wx_t_nb PIC 9(5).
          02 Wx_t_total_resa PIC 9(9)V9(2).
          02 Wx_t_total_remb PIC 9(9)V9(2).
          02 Wx_t_tva_factures PIC 9(9)V9(2).
          02 Wx_t_tva_avoirs PIC 9(9)V9(2).
          02 Wx_t_total_bons PIC 9(9)V9(2).
          02 Wx_t_total_pertes PIC 9(9)V9(2).
          02 Wx_t_commission PIC S9(9)V9(2) SIGN LEADING SEPARATE.

      *>Variable locale à la facturation (EMETTRE_FACTURE, EMETTRE_AVOIR
      *>et ECRIRE_PIECE) : taux de TVA de la billetterie, derniers
      *>numéros attribués et recherche de la facture d'une réservation
         77 Wfa_taux_tva PIC 9(2)V9(2) VALUE 5.50.
         77 Wfa_dernier_facture PIC 9(8).
         77 Wfa_dernier_avoir PIC 9(8).
         77 Wfa_ecrite PIC 9.
         77 Wfa_essais PIC 9(2).
         77 Wfa_trouvee PIC 9.
         77 Wfa_avoir_emis PIC 9.
         77 Wfa_fin PIC 9.
         77 Wfa_num_facture PIC 9(8).
         77 Wfa_facture_sauve PIC X(211).
         01 Wfa_clef_resa.
          02 Wfa_cr_utilisateur PIC 9(6).
          02 Wfa_cr_suite PIC X(36).

      *>Variable locale aux bons d'avoir (EMETTRE_BON, règlement par bon
      *>dans ENCAISSER_PAIEMENT, encours et péremption) ; Wbo_choix à
      *>l'annulation : 1 = remboursement, 2 = bon d'avoir
         77 Wbo_validite_mois PIC 9(2) VALUE 12.
         77 Wbo_choix PIC 9 VALUE 1.
         77 Wbo_dernier PIC 9(8) VALUE 0.
         77 Wbo_utilisateur PIC 9(6).
         77 Wbo_montant PIC 9(5)V9(2).
         77 Wbo_fin PIC 9.
         77 Wbo_ecrit PIC 9.
         77 Wbo_essais PIC 9(2).
         77 Wbo_verrou PIC 9.
         77 Wbo_num_lu PIC 9(8).
         77 Wbo_ok PIC 9.
         77 Wbo_jour PIC 9(8).
         77 Wbo_fin_mois PIC 9(8).
         77 Wbo_mois_calc PIC 9(4).
         77 Wbo_annees PIC 9(4).
         77 Wbo_reste PIC 9(2).
         77 Wbo_nb PIC 9(5).
         77 Wbo_total PIC 9(9)V9(2).
         77 Wbo_total_mois PIC 9(9)V9(2).

      *>Variable locale à la bourse de revente (METTRE_EN_REVENTE,
      *>VENDRE_PLACE_REVENTE, REVENDRE_PLACE, clôture et rapport) ;
      *>Wrv_frais_pct : frais de revente retenus au titulaire, en %
         77 Wrv_frais_pct PIC 9(2)V9(2) VALUE 10.00.
         77 Wrv_ok PIC 9.
         77 Wrv_existe PIC 9.
         77 Wrv_ouverte PIC 9.
         77 Wrv_billet_ok PIC 9.
         77 Wrv_billet PIC 9(8).
         77 Wrv_nouveau_billet PIC 9(8).
         77 Wrv_fin PIC 9.
         77 Wrv_nb PIC 9(5).
         77 Wrv_choix PIC 9(3).
         77 Wrv_acheteur PIC 9(6).
         77 Wrv_event PIC 9(6).
         77 Wrv_categorie PIC A(20).
         77 Wrv_revendue PIC 9.
         77 Wrv_cible_libre PIC 9.
         77 Wrv_frais PIC 9(3)V9(2).
         77 Wrv_reverse PIC 9(3)V9(2).
         77 Wrv_att_trouve PIC 9.
         77 Wrv_att_user PIC 9(6).
         77 Wrv_att_date PIC 9(8).
         77 Wrv_att_heure PIC 9(8).
         77 Wrv_nb_revendues PIC 9(5).
         77 Wrv_nb_rendues PIC 9(5).
         77 Wrv_nb_en_vente PIC 9(5).
         77 Wrv_total_frais PIC 9(7)V9(2).
         77 Wrv_total_reverse PIC 9(7)V9(2).
         77 Wrv_nb_attribuees PIC 9(5).
         77 Wrv_nb_retirees PIC 9(5).
         77 Wrv_libelle PIC X(10).
         77 Wrv_resa_sauve PIC X(79).
         77 Wrv_resa_acheteur PIC X(79).
         77 Wrv_lien PIC 9.
         77 Wrv_lien_clef PIC X(42).
         77 Wrv_lien_fin PIC 9.
         77 Wrv_etat_retour PIC 9.
         77 Wrv_verrou PIC 9.
         77 Wrv_tenue PIC 9 VALUE 0.
         77 Wrv_conflit PIC 9.
         77 Wrv_attrib_ok PIC 9.
         77 Wrv_clef_lue PIC X(42).
         77 Wrv_clef_suivante PIC X(42).
         01 Wrv_heure_sys.
          02 Wrv_hs_heure PIC 9(2).
          02 FILLER PIC 9(6).
         01 Wrv_maintenant.
          02 Wrv_mt_date PIC 9(8).
          02 Wrv_mt_heure PIC 9(2).
         01 Wrv_coup_envoi.
          02 Wrv_cd_annee PIC 9(4).
          02 Wrv_cd_mois PIC 9(2).
          02 Wrv_cd_jour PIC 9(2).
          02 Wrv_cd_heure PIC 9(2).
         01 Wrv_table.
          02 Wrv_t_clef PIC X(42) OCCURS 100 TIMES.

      *>Variable locale aux canaux de vente (GERER_CANAUX, SAISIR_CANAL,
      *>relevé des commissions, ventilation des recettes par canal) ;
      *>Wca_canal : canal posé sur les réservations écrites
         77 Wca_canal PIC X(8) VALUE "GUICHET".
         77 Wca_valide PIC 9.
         77 Wca_choix PIC 9.
         77 Wca_fin PIC 9.
         77 Wca_nb PIC 9(2).
         77 Wca_i PIC 9(2).
         77 Wca_j PIC 9(2).
         77 Wca_code PIC X(8).
         77 Wca_annee PIC 9(4).
         77 Wca_mois PIC 9(2).
         77 Wca_periode PIC 9(6).
         77 Wca_mois_vente PIC 9(6).
         77 Wca_net PIC S9(7)V9(2).
         77 Wca_net_edit PIC -(7)9.99.
         77 Wca_commission PIC S9(7)V9(2).
         77 Wca_commission_edit PIC -(7)9.99.
         77 Wca_total_commission PIC S9(9)V9(2).
         77 Wca_total_edit PIC -(9)9.99.
         01 Wca_table.
          02 Wca_ligne OCCURS 50 TIMES.
           03 Wca_t_code PIC X(8).
           03 Wca_t_nom PIC X(30).
           03 Wca_t_taux PIC 9(2)V9(2).
           03 Wca_t_vendues PIC 9(5).
           03 Wca_t_brut PIC 9(7)V9(2).
           03 Wca_t_annulees PIC 9(5).
           03 Wca_t_annule PIC 9(7)V9(2).

      *>Variable locale aux contrats organisateurs et aux décomptes de
      *>recette (GERER_CONTRATS, DECOMPTE_RECETTES, DECOMPTE_EVENEMENT
      *>et DECOMPTES_DE_LA_VEILLE)
         77 Wdc_choix PIC 9.
         77 Wdc_type PIC X.
         77 Wdc_num PIC 9(6).
         77 Wdc_i PIC 9.
         77 Wdc_total_pct PIC 9(4)V9(2).
         77 Wdc_nb_b PIC 9.
         77 Wdc_nb_p PIC 9.
         77 Wdc_saisie_ok PIC 9.
         77 Wdc_trouve PIC 9.
         77 Wdc_event PIC 9(6).
         77 Wdc_stade PIC 9(6).
         77 Wdc_nom PIC X(30).
         77 Wdc_date_event PIC 9(8).
         77 Wdc_jour_num PIC 9(8).
         77 Wdc_definitif PIC 9.
         77 Wdc_contrat_ok PIC 9.
         77 Wdc_fin PIC 9.
         77 Wdc_fin_event PIC 9.
         77 Wdc_places PIC S9(6).
         77 Wdc_brut_resa PIC S9(7)V9(2).
         77 Wdc_brut_annul PIC S9(7)V9(2).
         77 Wdc_rembourse PIC S9(7)V9(2).
         77 Wdc_recette PIC S9(7)V9(2).
         77 Wdc_frais PIC S9(7)V9(2).
         77 Wdc_partage PIC S9(7)V9(2).
         77 Wdc_reparti PIC S9(7)V9(2).
         77 Wdc_frais_donne PIC 9.
         77 Wdc_loyer_donne PIC 9.
         77 Wdc_nb_emis PIC 9(2).
         77 Wdc_deja_places PIC S9(6).
         77 Wdc_deja_recette PIC S9(7)V9(2).
         77 Wdc_ecart_places PIC S9(6).
         77 Wdc_ecart_recette PIC S9(7)V9(2).
         77 Wdc_ecart_nul PIC 9.
         77 Wdc_edit PIC -(7)9.99.
         77 Wdc_places_edit PIC -(6)9.
         77 Wdc_nb_decomptes PIC 9(4).
         77 Wdc_nb_sans_contrat PIC 9(4).
         01 Wdc_veille.
          02 Wdc_v_annee PIC 9(4).
          02 Wdc_v_mois PIC 9(2).
          02 Wdc_v_jour PIC 9(2).
         01 Wdc_table.
          02 Wdc_ligne OCCURS 4 TIMES.
           03 Wdc_montant PIC S9(7)V9(2).
           03 Wdc_deja PIC S9(7)V9(2).
           03 Wdc_ecart PIC S9(7)V9(2).

      *>Variable locale à la conversion au format grands stades
         77 Wfm_fichier PIC X(15).
         77 Wfm_fin PIC 9.
         77 Wfm_lus PIC 9(7).
         77 Wfm_ecrits PIC 9(7).
         77 Wfm_rejets PIC 9(7).
         77 Wfm_relus PIC 9(7).
         77 Wfm_controle_avant PIC 9(11)V9(2).
         77 Wfm_controle_apres PIC 9(11)V9(2).
         77 Wfm_avant_edit PIC Z(10)9.99.
         77 Wfm_apres_edit PIC Z(10)9.99.
         77 Wfm_verdict PIC X(5).
         77 Wfm_nb_fichiers PIC 9(2).
         77 Wfm_nb_ecarts PIC 9(2).

      *>Variable locale à RETENTION_DONNEES et EXPORT_DONNEES_CLIENT
      *>(conservation des données personnelles des clients) ; un client
      *>anonymisé garde son numéro, son nom devient Wrt_anonyme
         77 Wrt_anonyme PIC A(30) VALUE "ANONYME".
         77 Wrt_annees_defaut PIC 9(2) VALUE 3.
         77 Wrt_annees PIC 9(2).
         77 Wrt_aujourdhui PIC 9(8).
         77 Wrt_seuil PIC 9(8).
         77 Wrt_fin PIC 9.
         77 Wrt_trouve PIC 9.
         77 Wrt_client PIC 9(6).
         77 Wrt_date PIC 9(8).
         77 Wrt_derniere PIC 9(8).
         77 Wrt_nb_clients PIC 9(6).
         77 Wrt_nb_deja PIC 9(6).
         77 Wrt_nb_anonymises PIC 9(6).
         77 Wrt_nb_notifs PIC 9(6).
         77 Wrt_nb_archives PIC 9(6).
         77 Wrt_nb_journal PIC 9(6).
         77 Wrt_nb PIC 9(6).
         77 Wrt_nb_total PIC 9(6).
         77 Wrt_montant_edit PIC Z(5)9.99.
         01 Wrt_clef_journal.
          02 Wrt_clef_client PIC X(6).
          02 Wrt_clef_suite PIC X(55).

      *>Variable locale à REPRISE_JOURNAL et REJOUER_JOURNAL (rejeu du
      *>journal d'audit sur les fichiers restaurés) ; une ligne de
      *>Wrj_table par fichier sauvegardé, dans l'ordre de la sauvegarde
         77 Wrj_date_arret PIC 9(8).
         77 Wrj_heure_arret PIC 9(8).
         77 Wrj_fin PIC 9.
         77 Wrj_nb_restaure PIC 9(3).
         77 Wrj_restaure_vu PIC 9(3).
         77 Wrj_lus PIC 9(6).
         77 Wrj_rejoues PIC 9(6).
         77 Wrj_anomalies PIC 9(6).
         77 Wrj_der_date PIC 9(8).
         77 Wrj_der_heure PIC 9(8).
         77 Wrj_i PIC 9(2).
         77 Wrj_resultat PIC X(8).
         77 Wrj_motif PIC X(40).
         01 Wrj_table.
          02 Wrj_ligne OCCURS 14 TIMES.
           03 Wrj_fichier PIC X(15).
           03 Wrj_sauve PIC 9(6).
           03 Wrj_ecrits PIC 9(6).
           03 Wrj_reecrits PIC 9(6).
           03 Wrj_supprimes PIC 9(6).
           03 Wrj_absents PIC 9(6).
           03 Wrj_compte PIC 9(6).

      *>Variable locale aux places accessibles et à visibilité réduite
         77 Wac_accessible PIC 9 VALUE 0.
         77 Wac_attribut PIC X VALUE SPACE.
         77 Wac_saisie PIC X.
         77 Wac_remise_vue PIC 9(2) VALUE 25.
         77 Wac_symbole PIC X(4).
         77 Wac_stade PIC 9(6).
         77 Wac_tribune PIC 9(3).
         77 Wac_rangee PIC 9(3).
         77 Wac_de PIC 9(4).
         77 Wac_a PIC 9(4).
         77 Wac_fin PIC 9.
         77 Wac_nb PIC 9(5).
         77 Wac_k PIC 9(5).
         77 Wac_nb_f PIC 9(4).
         77 Wac_nb_a PIC 9(4).
         77 Wac_suite_ok PIC 9.
         77 Wac_choix PIC 9.
         77 Wac_event_ok PIC 9.
         77 Wac_total_f PIC 9(5).
         77 Wac_occ_f PIC 9(5).
         77 Wac_total_a PIC 9(5).
         77 Wac_occ_a PIC 9(5).
         77 Wac_total_v PIC 9(5).
         77 Wac_occ_v PIC 9(5).

      *>Variable locale au rapprochement des règlements carte avec le
      *>relevé de l'acquéreur (RAPPROCHEMENT_CARTES)
         77 Wrc_fin PIC 9.
         77 Wrc_fin_paie PIC 9.
         77 Wrc_exact PIC 9.
         77 Wrc_trouve PIC 9.
         77 Wrc_jour PIC 9(8).
         77 Wrc_date_paie PIC 9(8).
         77 Wrc_date_max PIC 9(8).
         77 Wrc_ecart PIC S9(5)V9(2).
         77 Wrc_ecart_edit PIC -(5)9.99.
         77 Wrc_nb_lignes PIC 9(5).
         77 Wrc_nb_rappr PIC 9(5).
         77 Wrc_nb_ecarts PIC 9(5).
         77 Wrc_nb_inconnues PIC 9(5).
         77 Wrc_nb_non_reglees PIC 9(5).
         77 Wrc_nb_annulees PIC 9(5).
         77 Wrc_total_banque PIC 9(9)V9(2).
         77 Wrc_total_frais PIC 9(7)V9(2).
         77 Wrc_total_ecarts PIC S9(9)V9(2).
         77 Wrc_total_ecarts_edit PIC -(9)9.99.
         77 Wrc_total_non_reglees PIC 9(9)V9(2).

      *>Variable locale au mode non assisté : pilotage par le fichier de
      *>commandes fcommandes, sortie des rapports dans frapport au lieu
         77 Wo_fin PIC 9.
         77 Wo_user_ok PIC 9.
         77 Wo_event_ok PIC 9.
         77 Wo_bloquees PIC 9(5).
         77 Wo_places_libres PIC 9(5).
         77 Wo_jour_num PIC 9(8).
         77 Wo_exp_num PIC 9(8).
         77 Wo_converties PIC 9(2).
         77 Wd_delta_vendues PIC S9(4).
         77 Wd_delta_options PIC S9(4).
         77 Wd_tmp PIC S9(5).
         77 Wd_vendues PIC 9(5).
         77 Wd_libres PIC S9(5).
         77 Wd_nb PIC 9(5).

      *>Variable locale au verrouillage entre guichets (freserv, fdispo,
      *>fpayments) : Wlk_etat après une lecture avec verrou (0 = lu et
      *>verrouillé, 1 = absent, 2 = tenu par un autre guichet), conflits
      *>de la session tracés dans fexeclog
         77 Wlk_essais PIC 9.
         77 Wlk_etat PIC 9.
         77 Wlk_dispo_tenu PIC 9 VALUE 0.
         77 Wlk_place_prise PIC 9.
         77 Wlk_fin PIC 9.
         77 Wlk_conflits PIC 9(5) VALUE 0.
         77 Wlk_fichier PIC X(10).
         77 Wlk_resa_sauve PIC X(79).
         77 Wlk_place_sauve PIC X(37).
         77 Wlk_clef_place PIC X(30).
         77 Wlk_event PIC 9(6).
      *>Pause entre deux tentatives de lecture d'un compteur verrouillé,
      *>en centièmes de seconde
         77 Wlk_pause PIC 9(3) VALUE 50.
         77 Wlk_debut PIC 9(7).
         77 Wlk_ecoule PIC S9(7).
         01 Wlk_heure.
          02 Wlk_h_heure PIC 9(2).
          02 Wlk_h_minute PIC 9(2).
          02 Wlk_h_seconde PIC 9(2).
          02 Wlk_h_centieme PIC 9(2).

      *>Variable locale à l'outbox de notifications clients
      *>(ECRIRE_NOTIFICATION et EDITER_COURRIER)
         77 Wnt_fin PIC 9.
         77 Wnt_dernier PIC 9(8).
         77 Wnt_ecrit PIC 9.
         77 Wnt_essais PIC 9(2).
         77 Wnt_deja PIC 9.
         77 Wnt_type PIC X(10).
         77 Wnt_utilisateur PIC 9(6).
         77 Wdb_nb_billets PIC 9(5).
         77 Wdb_nb_wait PIC 9(5).
         77 Wdb_nb_opt PIC 9(5).
         77 Wdb_nb_factures PIC 9(5).
         77 Wdb_nb_bons PIC 9(5).
         77 Wdb_nb_reventes PIC 9(5).
         77 Wdb_nb_notifs PIC 9(5).
         77 Wdb_ignores PIC 9(5).
         01 Wdb_user_table.
          02 Wdb_user OCCURS 500 TIMES.
         01 Wdb_resa_table.
          02 Wdb_resa OCCURS 200 TIMES.
           03 Wdb_r_event PIC 9(6).
           03 Wdb_r_place PIC 9(4).
           03 Wdb_r_tribune PIC 9(3).
           03 Wdb_r_rangee PIC 9(3).
           03 Wdb_r_categ PIC A(20).
           03 Wdb_r_age PIC 9(3).
           03 Wdb_r_prix PIC 9(3)V9(2).
           03 Wdb_r_remise PIC 9(3).
           03 Wdb_r_promo PIC X(10).
           03 Wdb_r_date PIC 9(8).
           03 Wdb_r_canal PIC X(8).
         01 Wdb_paie_table.
          02 Wdb_paie OCCURS 200 TIMES.
           03 Wdb_p_event PIC 9(6).
           03 Wdb_p_place PIC 9(4).
           03 Wdb_p_tribune PIC 9(3).
           03 Wdb_p_rangee PIC 9(3).
           03 Wdb_p_categ PIC A(20).
           03 Wdb_p_date PIC 9(8).
           03 Wdb_p_mode PIC 9.
           03 Wdb_p_oper PIC X(10).
           03 Wdb_p_montant PIC 9(5)V9(2).
           03 Wdb_p_regle PIC 9.
           03 Wdb_p_date_regle PIC 9(8).
           03 Wdb_p_annule PIC 9.
         01 Wdb_wait_table.
          02 Wdb_wait OCCURS 50 TIMES.
           03 Wdb_w_event PIC 9(6).
           03 Wdb_o_nb PIC 9(2).
           03 Wdb_o_prix PIC 9(3)V9(2).
           03 Wdb_o_exp PIC 9(8).
         01 Wdb_rev_table.
          02 Wdb_v_image PIC X(181) OCCURS 50 TIMES.

      *>Variable locale à SAUVEGARDE_FICHIERS et RESTAURATION_FICHIERS
         77 Wsv_fin PIC 9.
          CLOSE fnotifs
         END-IF

         OPEN I-O ffactures
         IF ffa_stat =35 THEN
          OPEN OUTPUT ffactures
          CLOSE ffactures
         ELSE
          CLOSE ffactures
         END-IF

         OPEN I-O fbons
         IF fbo_stat =35 THEN
          OPEN OUTPUT fbons
          CLOSE fbons
         ELSE
          CLOSE fbons
         END-IF

         OPEN I-O frevente
         IF frv_stat =35 THEN
          OPEN OUTPUT frevente
          CLOSE frevente
         ELSE
          CLOSE frevente
         END-IF

         OPEN I-O fcanaux
         IF fca_stat =35 THEN
          OPEN OUTPUT fcanaux
          CLOSE fcanaux
      *>Amorçage du guichet, canal par défaut sans commission, à la
      *>création du fichier
          OPEN I-O fcanaux
          MOVE "GUICHET" TO fca_code
          MOVE "Guichet" TO fca_nom
          MOVE 0 TO fca_commission
          MOVE 1 TO fca_actif
          WRITE canalTampon
          CLOSE fcanaux
         ELSE
          CLOSE fcanaux
         END-IF

         OPEN I-O fcontrats
         IF fct_stat =35 THEN
          OPEN OUTPUT fcontrats
          CLOSE fcontrats
         ELSE
          CLOSE fcontrats
         END-IF

         OPEN I-O fdecomptes
         IF fdc_stat =35 THEN
          OPEN OUTPUT fdecomptes
          CLOSE fdecomptes
         ELSE
          CLOSE fdecomptes
         END-IF

      *>Mode non assisté : un fichier de commandes présent au lancement
      *>déclenche l'exécution planifiée des traitements sans menu, avec
      *>rapports dans frapport, trace dans fexeclog et code retour
                   WHEN 12 PERFORM SUPPRIMER_STADE
                   WHEN 2 PERFORM AJOUT_PLACE
                   WHEN 21 PERFORM SUPPRIMER_PLACE
                   WHEN 23 PERFORM MARQUER_PLACES_EN_MASSE
                   WHEN 3 PERFORM AJOUT_USER
                   WHEN 31 PERFORM MODIFIER_USER
                   WHEN 32 PERFORM SUPPRIMER_USER
                   WHEN 43 PERFORM GENERER_SERIE_EVENEMENTS
                   WHEN 44 PERFORM REPORTER_EVENEMENT
                   WHEN 45 PERFORM ANNULER_EVENEMENT
                   WHEN 46 PERFORM GERER_CONTRATS
                   WHEN 47 PERFORM DECOMPTE_RECETTES
                   WHEN 5 PERFORM AJOUT_RESERVATION
                   WHEN 52 PERFORM SUPPRIMER_RESERVATION
                   WHEN 53 PERFORM TRANSFERER_RESERVATION
                   WHEN 56 PERFORM CONVERTIR_OPTION
                   WHEN 57 PERFORM PURGER_OPTIONS_EXPIREES
                   WHEN 58 PERFORM ECHANGER_RESERVATION
                   WHEN 59 PERFORM METTRE_EN_REVENTE
                   WHEN 6 PERFORM RAPPORT_RECETTES_OCCUPATION
                   WHEN 61 PERFORM LISTE_EVENEMENTS_A_VENIR
                   WHEN 62 PERFORM RAPPORT_CAISSE_QUOTIDIENNE
                   WHEN 65 PERFORM RAPPORT_BALANCE_AGEE
                   WHEN 66 PERFORM RELANCE_IMPAYES
                   WHEN 67 PERFORM RAPPORT_COURBE_VENTES
                   WHEN 68 PERFORM RAPPORT_ENCOURS_BONS
                   WHEN 69 PERFORM RAPPORT_REVENTES
                   WHEN 7 PERFORM RAPPORT_CARTE_PLACES
                   WHEN 8 PERFORM CHARGEMENT_RESERVATIONS_BATCH
                   WHEN 81 PERFORM CONTROLE_ACCES
                   WHEN 82 PERFORM OUVRIR_VACATION
                   WHEN 83 PERFORM CLOTURER_VACATION
                   WHEN 84 PERFORM VENDRE_PLACE_REVENTE
                   WHEN 85 PERFORM RAPPORT_ACCESSIBILITE
                   WHEN 9 PERFORM LISTER_JOURNAL
                   WHEN 91 PERFORM RAPPORT_REMBOURSEMENTS
                   WHEN 92 PERFORM EXTRACTION_COMPTABLE
                   WHEN 95 PERFORM SAUVEGARDE_FICHIERS
                   WHEN 96 PERFORM RESTAURATION_FICHIERS
                   WHEN 97 PERFORM RECONSTRUIRE_COMPTEURS
                   WHEN 99 PERFORM REPRISE_JOURNAL
                   WHEN 71 PERFORM AJOUT_PROMO
                   WHEN 72 PERFORM MODIFIER_PROMO
                   WHEN 73 PERFORM SUPPRIMER_PROMO
                   WHEN 35 PERFORM SUPPRIMER_OPERATEUR
                   WHEN 36 PERFORM RAPPORT_DOUBLONS
                   WHEN 37 PERFORM FUSIONNER_UTILISATEURS
                   WHEN 38 PERFORM GERER_CANAUX
                   WHEN 39 PERFORM EXPORT_DONNEES_CLIENT
                   WHEN 98 PERFORM RELEVE_COMMISSIONS

                  END-EVALUATE
                  END-IF
           PERFORM EDITER_COURRIER
          WHEN "COMPTEURS"
           PERFORM RECONSTRUIRE_COMPTEURS
          WHEN "BONS"
           PERFORM RAPPORT_ENCOURS_BONS
          WHEN "PEREMPTION"
           PERFORM PEREMPTION_BONS
          WHEN "REVENTES"
           PERFORM CLOTURER_REVENTES
          WHEN "COMMISSIONS"
           IF fcmd_annee NUMERIC AND fcmd_mois NUMERIC THEN
            MOVE fcmd_annee TO Wca_annee
            MOVE fcmd_mois TO Wca_mois
            PERFORM RELEVE_COMMISSIONS_CORE
           ELSE
            MOVE "PARAM" TO Wcmd_statut
           END-IF
          WHEN "DECOMPTES"
           PERFORM DECOMPTES_DE_LA_VEILLE
          WHEN "CONVERSION"
           PERFORM CONVERSION_FICHIERS
          WHEN "RETENTION"
      *>Durée de conservation en années en colonnes 21-24, 3 ans par
      *>défaut
           IF fcmd_annee NUMERIC THEN
            MOVE fcmd_annee TO Wrt_annees
           ELSE
            MOVE 0 TO Wrt_annees
           END-IF
           PERFORM RETENTION_DONNEES
          WHEN "RAPPROCHEMENT"
           PERFORM RAPPROCHEMENT_CARTES
           IF fq_stat = 35 THEN
            MOVE "FICHIER" TO Wcmd_statut
           END-IF
          WHEN OTHER
           MOVE "INCONNU" TO Wcmd_statut
         END-EVALUATE
          DISPLAY "|  2  -  Ajouter Places                    |"
          DISPLAY "|  2a -  Modifier Places                   |"
          DISPLAY "|  2b -  Supprimer Places                  |"
          DISPLAY "|  2c -  Attribut de places (en masse)     |"
         END-IF
         IF Woper_role >= 2 THEN
          DISPLAY "|  3  -  Ajouter Utilisateurs              |"
          DISPLAY "|  3a -  Modifier Utilisateurs             |"
          DISPLAY "|  3f -  Rapport doublons clients          |"
          DISPLAY "|  3i -  Export des données d'un client    |"
         END-IF
         IF Woper_role = 3 THEN
          DISPLAY "|  3b -  Supprimer Utilisateurs            |"
          DISPLAY "|  3d -  Modifier Opérateurs               |"
          DISPLAY "|  3e -  Supprimer Opérateurs              |"
          DISPLAY "|  3g -  Fusionner comptes clients         |"
          DISPLAY "|  3h -  Canaux de vente et agences        |"
          DISPLAY "|  4  -  Ajouter Evenements                |"
          DISPLAY "|  4a -  Modifier Evenements               |"
          DISPLAY "|  4b -  Supprimer Evenements              |"
          DISPLAY "|  4c -  Générer série d'évènements        |"
          DISPLAY "|  4d -  Reporter un évènement             |"
          DISPLAY "|  4e -  Annuler un évènement (cascade)    |"
          DISPLAY "|  4f -  Contrats organisateurs            |"
         END-IF
         IF Woper_role >= 2 THEN
          DISPLAY "|  4g -  Décompte de recette d'un match    |"
         END-IF
         IF Woper_role >= 2 THEN
          DISPLAY "|  5  -  Ajouter Reservations              |"
          DISPLAY "|  5f -  Convertir une option              |"
          DISPLAY "|  5g -  Purger les options expirées       |"
          DISPLAY "|  5h -  Echanger Réservation (évèn/catég) |"
          DISPLAY "|  5i -  Mettre un billet en revente       |"
         END-IF
         DISPLAY "|  6  -  Rapport recettes/occupation       |"
         DISPLAY "|  6a -  Evènements à venir                |"
          DISPLAY "|  6f -  Relance des impayés avant match   |"
         END-IF
         DISPLAY "|  6g -  Courbe des ventes par évènement   |"
         DISPLAY "|  6h -  Encours des bons d'avoir          |"
         DISPLAY "|  6i -  Activité de revente par évènement |"
         DISPLAY "|  7  -  Carte des places par évènement    |"
         IF Woper_role >= 2 THEN
          DISPLAY "|  8  -  Chargement batch réservations     |"
          DISPLAY "|  8a -  Contrôle d'accès billets          |"
          DISPLAY "|  8b -  Ouvrir vacation de caisse         |"
          DISPLAY "|  8c -  Clôturer vacation de caisse       |"
          DISPLAY "|  8d -  Vendre une place en revente       |"
         END-IF
         DISPLAY "|  8e -  Occupation des places accessibles |"
         IF Woper_role = 3 THEN
          DISPLAY "|  9  -  Journal d'audit                   |"
         END-IF
          DISPLAY "|  9c -  Archivage évènements passés       |"
         END-IF
         DISPLAY "|  9d -  Consulter les archives            |"
         DISPLAY "|  9h -  Relevé commissions agences        |"
         IF Woper_role = 3 THEN
          DISPLAY "|  9e -  Sauvegarde des fichiers           |"
          DISPLAY "|  9f -  Restauration des fichiers         |"
          DISPLAY "|  9g -  Reconstruire compteurs dispo      |"
          DISPLAY "|  9i -  Reprise du journal après restaur. |"
          DISPLAY "|  7a -  Ajouter Code Promo                |"
          DISPLAY "|  7b -  Modifier Code Promo               |"
          DISPLAY "|  7c -  Supprimer Code Promo              |"
          WHEN 64
          WHEN 65
          WHEN 67
          WHEN 68
          WHEN 69
          WHEN 7
          WHEN 91
          WHEN 94
          WHEN 98
          WHEN 85
           MOVE 1 TO Woper_requis
          WHEN 3
          WHEN 31
          WHEN 36
          WHEN 39
          WHEN 5
          WHEN 52
          WHEN 53
          WHEN 56
          WHEN 57
          WHEN 58
          WHEN 59
          WHEN 66
          WHEN 8
          WHEN 81
          WHEN 82
          WHEN 83
          WHEN 84
          WHEN 92
          WHEN 47
           MOVE 2 TO Woper_requis
          WHEN 1
          WHEN 11
          WHEN 12
          WHEN 2
          WHEN 21
          WHEN 23
          WHEN 32
          WHEN 33
          WHEN 34
          WHEN 35
          WHEN 37
          WHEN 38
          WHEN 4
          WHEN 41
          WHEN 42
          WHEN 43
          WHEN 44
          WHEN 45
          WHEN 46
          WHEN 71
          WHEN 72
          WHEN 73
          WHEN 95
          WHEN 96
          WHEN 97
          WHEN 99
           MOVE 3 TO Woper_requis
          WHEN OTHER
           MOVE 0 TO Woper_requis
                 NOT INVALID KEY DISPLAY "La place existe déjà"
                END-READ
               END-PERFORM 

      *>Attribut de la place (ordinaire, fauteuil roulant,
      *>accompagnateur, visibilité réduite)
               PERFORM SAISIR_ATTRIBUT_PLACE
               MOVE Wac_saisie TO fp_attribut
               
               DISPLAY placeTampon 

        OPEN I-O fplaces
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
          
      *>La place est identifiée par sa clef complète
           DISPLAY "Numéro du stade : "
           ACCEPT fp_num_stade
           DISPLAY "Tribune : "
           ACCEPT fp_tribune
           DISPLAY "Rangée : "
           ACCEPT fp_rangee
           DISPLAY "Numéro de la place : "
           ACCEPT fp_num
           DISPLAY "Catégorie : "
           ACCEPT fp_categorie
           READ  fplaces
           INVALID KEY
      *>La place n'existe pas
             DISPLAY "Place inéxistant. "
             
           NOT INVALID KEY
      *>La place existe : suppression ou changement de son attribut
            DISPLAY "Attribut actuel : [" fp_attribut "]"
            MOVE 0 TO Wac_choix
            PERFORM WITH TEST AFTER UNTIL Wac_choix = 1
             OR Wac_choix = 2
             DISPLAY "1 = supprimer la place, 2 = modifier son attribut"
             ACCEPT Wac_choix
            END-PERFORM
            IF Wac_choix = 1 THEN
           DELETE fplaces
              INVALID KEY DISPLAY 'Problème lors de la suppression'
              NOT INVALID KEY
               MOVE fp_clef TO Wj_clef
               PERFORM JOURNALISER
             END-DELETE
            ELSE
             PERFORM SAISIR_ATTRIBUT_PLACE
             MOVE Wac_saisie TO fp_attribut
             REWRITE placeTampon
              INVALID KEY DISPLAY 'Problème lors de la modification'
              NOT INVALID KEY
               DISPLAY 'Attribut de la place modifié'
               MOVE "fplaces" TO Wj_fichier
               MOVE "MODIF" TO Wj_operation
               MOVE fp_clef TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-IF
            END-READ
        
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1

         

         RETENTION_DONNEES.
      *>Conservation des données personnelles : les clients sans
      *>réservation, inscription en liste d'attente, option ni
      *>encaissement (archives comprises) ni mise à jour de leur fiche
      *>depuis Wrt_annees ans sont anonymisés. Leur numéro est conservé,
      *>ainsi que tous les montants ; nom, prénom, ville, mot de passe
      *>et question/réponse secrètes sont effacés de futilisateurs, leurs
      *>notifications sont neutralisées, l'âge est effacé des
      *>réservations archivées et les images de leur fiche sont
      *>remplacées dans le journal. Chaque anonymisation est journalisée
      *>(opération ANONYME) et le passage se clôt par une ligne de
      *>synthèse RETENTION.
         IF Wrt_annees = 0 THEN
          MOVE Wrt_annees_defaut TO Wrt_annees
         END-IF
         ACCEPT Wrt_aujourdhui FROM DATE YYYYMMDD
         COMPUTE Wrt_seuil = Wrt_aujourdhui - Wrt_annees * 10000
         MOVE 0 TO Wrt_nb_clients
         MOVE 0 TO Wrt_nb_deja
         MOVE 0 TO Wrt_nb_anonymises
         MOVE 0 TO Wrt_nb_notifs
         MOVE 0 TO Wrt_nb_archives
         MOVE 0 TO Wrt_nb_journal

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  CONSERVATION DES DONNEES CLIENTS - " DELIMITED BY SIZE
          Wrt_annees DELIMITED BY SIZE
          " ans" DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  Sans activité depuis le " DELIMITED BY SIZE
          Wrt_seuil DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE

         OPEN OUTPUT factivite
         CLOSE factivite
         OPEN I-O factivite
         PERFORM RELEVER_ACTIVITE_CLIENTS

         OPEN I-O futilisateurs
         MOVE 0 TO Wrt_fin
         PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
          READ futilisateurs NEXT RECORD
           AT END
            MOVE 1 TO Wrt_fin
           NOT AT END
            COMPUTE Wrt_nb_clients = Wrt_nb_clients + 1
            IF fu_nom = Wrt_anonyme THEN
             COMPUTE Wrt_nb_deja = Wrt_nb_deja + 1
            ELSE
             MOVE 0 TO Wrt_derniere
             MOVE fu_num TO fac_num_utilisateur
             READ factivite
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               MOVE fac_date TO Wrt_derniere
             END-READ
             IF Wrt_derniere < Wrt_seuil THEN
              PERFORM ANONYMISER_CLIENT
             END-IF
            END-IF
          END-READ
         END-PERFORM
         CLOSE futilisateurs
         CLOSE factivite

         PERFORM ANONYMISER_NOTIFICATIONS
         PERFORM ANONYMISER_ARCHIVES
         PERFORM ANONYMISER_JOURNAL
      *>Le fichier de travail ne garde pas de copie du journal
         OPEN OUTPUT ftravail
         CLOSE ftravail

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Clients lus              : " DELIMITED BY SIZE
          Wrt_nb_clients DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Déjà anonymes            : " DELIMITED BY SIZE
          Wrt_nb_deja DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Anonymisés ce jour       : " DELIMITED BY SIZE
          Wrt_nb_anonymises DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Notifications neutralisées : " DELIMITED BY SIZE
          Wrt_nb_notifs DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Réservations archivées   : " DELIMITED BY SIZE
          Wrt_nb_archives DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Lignes de journal        : " DELIMITED BY SIZE
          Wrt_nb_journal DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         IF Wrt_nb_anonymises > 0 THEN
          MOVE "  Fiches d'origine encore dans fsvgusers jusqu'à la sauvegarde suivante."
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF

         MOVE "futilisateurs" TO Wj_fichier
         MOVE "RETENTION" TO Wj_operation
         MOVE "N" TO Wj_action
         MOVE Wrt_nb_anonymises TO Wj_clef
         PERFORM JOURNALISER
         .


         RELEVER_ACTIVITE_CLIENTS.
      *>Date de dernière activité de chaque client dans factivite :
      *>réservations, listes d'attente, options, encaissements, leurs
      *>archives et les créations/modifications de fiche journalisées
         OPEN INPUT freservations
         MOVE 0 TO Wrt_fin
         PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
          READ freservations NEXT RECORD
           AT END
            MOVE 1 TO Wrt_fin
           NOT AT END
            MOVE fr_num_utilisateur TO Wrt_client
            MOVE fr_date_creation TO Wrt_date
            PERFORM NOTER_ACTIVITE
          END-READ
         END-PERFORM
         CLOSE freservations

         OPEN INPUT fwaitlist
         MOVE 0 TO Wrt_fin
         PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
          READ fwaitlist NEXT RECORD
           AT END
            MOVE 1 TO Wrt_fin
           NOT AT END
            MOVE fw_num_utilisateur TO Wrt_client
            MOVE fw_date_inscription TO Wrt_date
            PERFORM NOTER_ACTIVITE
          END-READ
         END-PERFORM
         CLOSE fwaitlist

         OPEN INPUT foptions
         MOVE 0 TO Wrt_fin
         PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
          READ foptions NEXT RECORD
           AT END
            MOVE 1 TO Wrt_fin
           NOT AT END
            MOVE fo_num_utilisateur TO Wrt_client
            MOVE fo_date_expiration TO Wrt_date
            PERFORM NOTER_ACTIVITE
          END-READ
         END-PERFORM
         CLOSE foptions

         OPEN INPUT fpayments
         MOVE 0 TO Wrt_fin
         PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
          READ fpayments NEXT RECORD
           AT END
            MOVE 1 TO Wrt_fin
           NOT AT END
            MOVE fy_num_utilisateur TO Wrt_client
            MOVE fy_date_paiement TO Wrt_date
            PERFORM NOTER_ACTIVITE
          END-READ
         END-PERFORM
         CLOSE fpayments

         OPEN INPUT farchresas
         IF far_stat NOT = 35 THEN
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ farchresas
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             MOVE far_num_utilisateur TO Wrt_client
             MOVE far_date_creation TO Wrt_date
             PERFORM NOTER_ACTIVITE
           END-READ
          END-PERFORM
          CLOSE farchresas
         END-IF

         OPEN INPUT farchwait
         IF faw_stat NOT = 35 THEN
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ farchwait
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             MOVE faw_num_utilisateur TO Wrt_client
             MOVE faw_date_inscription TO Wrt_date
             PERFORM NOTER_ACTIVITE
           END-READ
          END-PERFORM
          CLOSE farchwait
         END-IF

      *>Fiches créées ou modifiées (la clef journalisée est fu_num) ;
      *>un client inscrit récemment sans encore rien acheter reste actif
         OPEN INPUT fjournal
         IF fj_stat NOT = 35 THEN
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ fjournal
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fj_fichier = "futilisateurs"
              AND (fj_operation = "AJOUT" OR fj_operation = "MODIF") THEN
              MOVE fj_clef TO Wrt_clef_journal
              IF Wrt_clef_client NUMERIC THEN
               MOVE Wrt_clef_client TO Wrt_client
               MOVE fj_date TO Wrt_date
               PERFORM NOTER_ACTIVITE
              END-IF
             END-IF
           END-READ
          END-PERFORM
          CLOSE fjournal
         END-IF
         .


         NOTER_ACTIVITE.
      *>Retient Wrt_date comme dernière activité du client Wrt_client
      *>si elle est plus récente que celle déjà relevée
         MOVE Wrt_client TO fac_num_utilisateur
         READ factivite
          INVALID KEY
           MOVE Wrt_date TO fac_date
           WRITE activiteTampon
            INVALID KEY
             DISPLAY 'Problème relevé activité client ' Wrt_client
           END-WRITE
          NOT INVALID KEY
           IF Wrt_date > fac_date THEN
            MOVE Wrt_date TO fac_date
            REWRITE activiteTampon
             INVALID KEY
              DISPLAY 'Problème relevé activité client ' Wrt_client
            END-REWRITE
           END-IF
         END-READ
         .


         ANONYMISER_CLIENT.
      *>Effacement des données personnelles de la fiche futilisateurs
      *>courante ; le numéro client est conservé. Sans mot de passe ni
      *>réponse secrète, le compte ne peut plus être ouvert
         MOVE Wrt_anonyme TO fu_nom
         MOVE SPACES TO fu_prenom
         MOVE SPACES TO fu_mdp
         MOVE SPACES TO fu_ville
         MOVE SPACES TO fu_question
         MOVE SPACES TO fu_reponse
         REWRITE userTampon
          INVALID KEY
           MOVE SPACES TO Wligne_rapport
           STRING "  Client " DELIMITED BY SIZE
            fu_num DELIMITED BY SIZE
            " : problème d'anonymisation" DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
          NOT INVALID KEY
           COMPUTE Wrt_nb_anonymises = Wrt_nb_anonymises + 1
           MOVE "futilisateurs" TO Wj_fichier
           MOVE "ANONYME" TO Wj_operation
           MOVE fu_num TO Wj_clef
           PERFORM JOURNALISER
           MOVE SPACES TO Wligne_rapport
           IF Wrt_derniere = 0 THEN
            STRING "  Client " DELIMITED BY SIZE
             fu_num DELIMITED BY SIZE
             " anonymisé - aucune activité relevée" DELIMITED BY SIZE
             INTO Wligne_rapport
           ELSE
            STRING "  Client " DELIMITED BY SIZE
             fu_num DELIMITED BY SIZE
             " anonymisé - dernière activité le " DELIMITED BY SIZE
             Wrt_derniere DELIMITED BY SIZE
             INTO Wligne_rapport
           END-IF
           PERFORM EMETTRE_LIGNE
         END-REWRITE
         .


         ANONYMISER_NOTIFICATIONS.
      *>Les notifications d'un client anonymisé sont neutralisées : type
      *>ANONYME et marquées éditées, pour qu'aucune lettre ne lui soit
      *>plus adressée
         OPEN I-O fnotifs
         OPEN INPUT futilisateurs
         MOVE 0 TO Wrt_fin
         PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
          READ fnotifs NEXT RECORD
           AT END
            MOVE 1 TO Wrt_fin
           NOT AT END
            IF fn_type NOT = "ANONYME" THEN
             MOVE fn_num_utilisateur TO fu_num
             READ futilisateurs
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               IF fu_nom = Wrt_anonyme THEN
                MOVE "ANONYME" TO fn_type
                MOVE 1 TO fn_imprime
                REWRITE notifTampon
                 INVALID KEY
                  DISPLAY 'Problème anonymisation notification ' fn_num
                 NOT INVALID KEY
                  COMPUTE Wrt_nb_notifs = Wrt_nb_notifs + 1
                  MOVE "fnotifs" TO Wj_fichier
                  MOVE "ANONYME" TO Wj_operation
                  MOVE fn_num TO Wj_clef
                  PERFORM JOURNALISER
                END-REWRITE
               END-IF
             END-READ
            END-IF
          END-READ
         END-PERFORM
         CLOSE futilisateurs
         CLOSE fnotifs
         .


         ANONYMISER_ARCHIVES.
      *>L'âge du spectateur est effacé des réservations archivées des
      *>clients anonymisés (prix, remise et canal conservés) ; le fichier
      *>est recopié dans ftravail puis rechargé s'il a été modifié. Les
      *>archives de liste d'attente ne portent aucune donnée personnelle
      *>en dehors du numéro client
         MOVE 0 TO Wrt_nb
         OPEN INPUT farchresas
         IF far_stat NOT = 35 THEN
          OPEN OUTPUT ftravail
          OPEN INPUT futilisateurs
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ farchresas
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF far_age NOT = 0 THEN
              MOVE far_num_utilisateur TO fu_num
              READ futilisateurs
               INVALID KEY
                CONTINUE
               NOT INVALID KEY
                IF fu_nom = Wrt_anonyme THEN
                 MOVE 0 TO far_age
                 COMPUTE Wrt_nb = Wrt_nb + 1
                 MOVE "farchresas" TO Wj_fichier
                 MOVE "ANONYME" TO Wj_operation
                 MOVE SPACES TO Wj_clef
                 STRING far_num_utilisateur DELIMITED BY SIZE
                  far_num_event DELIMITED BY SIZE
                  far_num_place DELIMITED BY SIZE
                  far_tribune DELIMITED BY SIZE
                  far_rangee DELIMITED BY SIZE
                  far_categorie DELIMITED BY SIZE
                  INTO Wj_clef
                 PERFORM JOURNALISER
                END-IF
              END-READ
             END-IF
             MOVE archResaTampon TO travailTampon
             WRITE travailTampon
           END-READ
          END-PERFORM
          CLOSE futilisateurs
          CLOSE ftravail
          CLOSE farchresas

          IF Wrt_nb > 0 THEN
           OPEN INPUT ftravail
           OPEN OUTPUT farchresas
           MOVE 0 TO Wrt_fin
           PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ ftravail
             AT END
              MOVE 1 TO Wrt_fin
             NOT AT END
              MOVE travailTampon TO archResaTampon
              WRITE archResaTampon
            END-READ
           END-PERFORM
           CLOSE farchresas
           CLOSE ftravail
          END-IF
         END-IF
         MOVE Wrt_nb TO Wrt_nb_archives
         .


         ANONYMISER_JOURNAL.
      *>Les images de fiche client portées par le journal depuis la
      *>reprise sur incident sont remplacées, pour les clients
      *>anonymisés, par la fiche anonymisée (le rejeu redonne alors la
      *>fiche anonyme) ; même recopie par ftravail que les archives
         MOVE 0 TO Wrt_nb
         OPEN INPUT fjournal
         IF fj_stat NOT = 35 THEN
          OPEN OUTPUT ftravail
          OPEN INPUT futilisateurs
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ fjournal
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fj_fichier = "futilisateurs" AND fj_action NOT = SPACE THEN
              MOVE fj_image TO userTampon
              READ futilisateurs
               INVALID KEY
                CONTINUE
               NOT INVALID KEY
                IF fu_nom = Wrt_anonyme AND userTampon NOT = fj_image THEN
                 MOVE userTampon TO fj_image
                 COMPUTE Wrt_nb = Wrt_nb + 1
                END-IF
              END-READ
             END-IF
             MOVE journalTampon TO travailTampon
             WRITE travailTampon
           END-READ
          END-PERFORM
          CLOSE futilisateurs
          CLOSE ftravail
          CLOSE fjournal

          IF Wrt_nb > 0 THEN
           OPEN INPUT ftravail
           OPEN OUTPUT fjournal
           MOVE 0 TO Wrt_fin
           PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ ftravail
             AT END
              MOVE 1 TO Wrt_fin
             NOT AT END
              MOVE travailTampon TO journalTampon
              WRITE journalTampon
            END-READ
           END-PERFORM
           CLOSE fjournal
           CLOSE ftravail
          END-IF
         END-IF
         MOVE Wrt_nb TO Wrt_nb_journal
         .


         EXPORT_DONNEES_CLIENT.
      *>Export, sur demande du client, de tout ce qui est conservé sous
      *>son numéro : fiche (hors mot de passe), réservations, listes
      *>d'attente, options, encaissements, billets, remboursements, bons
      *>d'avoir, factures, reventes, notifications, archives et
      *>historique de la fiche au journal. L'export est journalisé
         DISPLAY "Numéro client : "
         ACCEPT Wrt_client
         MOVE 0 TO Wrt_trouve
         OPEN INPUT futilisateurs
         MOVE Wrt_client TO fu_num
         READ futilisateurs
          INVALID KEY
           DISPLAY "Utilisateur inéxistant."
          NOT INVALID KEY
           MOVE 1 TO Wrt_trouve
         END-READ
         CLOSE futilisateurs

         IF Wrt_trouve = 1 THEN
          MOVE 0 TO Wrt_nb_total
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "|  DONNEES CONSERVEES - Client " DELIMITED BY SIZE
           fu_num DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Nom      : " DELIMITED BY SIZE
           fu_nom DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Prénom   : " DELIMITED BY SIZE
           fu_prenom DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Ville    : " DELIMITED BY SIZE
           fu_ville DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Question secrète : " DELIMITED BY SIZE
           fu_question DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Réponse secrète  : " DELIMITED BY SIZE
           fu_reponse DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "  Mot de passe : conservé, non édité" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE

          MOVE "  Réservations :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT freservations
          MOVE Wrt_client TO fr_num_utilisateur
          START freservations KEY = fr_num_utilisateur
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wrt_fin
            PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
             READ freservations NEXT RECORD
              AT END
               MOVE 1 TO Wrt_fin
              NOT AT END
               IF fr_num_utilisateur NOT = Wrt_client THEN
                MOVE 1 TO Wrt_fin
               ELSE
                COMPUTE Wrt_nb = Wrt_nb + 1
                MOVE fr_prix TO Wrt_montant_edit
                MOVE SPACES TO Wligne_rapport
                STRING "    Evènement " DELIMITED BY SIZE
                 fr_num_event DELIMITED BY SIZE
                 " Tribune " DELIMITED BY SIZE
                 fr_tribune DELIMITED BY SIZE
                 " Rangée " DELIMITED BY SIZE
                 fr_rangee DELIMITED BY SIZE
                 " Place " DELIMITED BY SIZE
                 fr_num_place DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 fr_categorie DELIMITED BY SIZE
                 " âge " DELIMITED BY SIZE
                 fr_age DELIMITED BY SIZE
                 " prix " DELIMITED BY SIZE
                 Wrt_montant_edit DELIMITED BY SIZE
                 " le " DELIMITED BY SIZE
                 fr_date_creation DELIMITED BY SIZE
                 " canal " DELIMITED BY SIZE
                 fr_canal DELIMITED BY SIZE
                 INTO Wligne_rapport
                PERFORM EMETTRE_LIGNE
               END-IF
             END-READ
            END-PERFORM
          END-START
          CLOSE freservations
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Listes d'attente :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT fwaitlist
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ fwaitlist NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fw_num_utilisateur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE SPACES TO Wligne_rapport
              STRING "    Evènement " DELIMITED BY SIZE
               fw_num_event DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fw_categorie DELIMITED BY SIZE
               " places " DELIMITED BY SIZE
               fw_nb_place DELIMITED BY SIZE
               " inscrit le " DELIMITED BY SIZE
               fw_date_inscription DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE fwaitlist
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Options :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT foptions
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ foptions NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fo_num_utilisateur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE fo_prix TO Wrt_montant_edit
              MOVE SPACES TO Wligne_rapport
              STRING "    Evènement " DELIMITED BY SIZE
               fo_num_event DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fo_categorie DELIMITED BY SIZE
               " places " DELIMITED BY SIZE
               fo_nb_place DELIMITED BY SIZE
               " prix " DELIMITED BY SIZE
               Wrt_montant_edit DELIMITED BY SIZE
               " échéance " DELIMITED BY SIZE
               fo_date_expiration DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE foptions
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Encaissements :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT fpayments
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ fpayments NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fy_num_utilisateur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE fy_montant TO Wrt_montant_edit
              MOVE SPACES TO Wligne_rapport
              STRING "    Evènement " DELIMITED BY SIZE
               fy_num_event DELIMITED BY SIZE
               " Place " DELIMITED BY SIZE
               fy_num_place DELIMITED BY SIZE
               " le " DELIMITED BY SIZE
               fy_date_paiement DELIMITED BY SIZE
               " mode " DELIMITED BY SIZE
               fy_mode DELIMITED BY SIZE
               " montant " DELIMITED BY SIZE
               Wrt_montant_edit DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE fpayments
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Billets :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT ftickets
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ ftickets NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fk_num_utilisateur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE fk_prix TO Wrt_montant_edit
              MOVE SPACES TO Wligne_rapport
              STRING "    Billet " DELIMITED BY SIZE
               fk_num DELIMITED BY SIZE
               " évènement " DELIMITED BY SIZE
               fk_num_event DELIMITED BY SIZE
               " Place " DELIMITED BY SIZE
               fk_num_place DELIMITED BY SIZE
               " prix " DELIMITED BY SIZE
               Wrt_montant_edit DELIMITED BY SIZE
               " état " DELIMITED BY SIZE
               fk_etat DELIMITED BY SIZE
               " contrôlé le " DELIMITED BY SIZE
               fk_date_controle DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE ftickets
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Remboursements :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT frefunds
          IF frb_stat NOT = 35 THEN
           MOVE 0 TO Wrt_fin
           PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ frefunds
             AT END
              MOVE 1 TO Wrt_fin
             NOT AT END
              IF frb_num_utilisateur = Wrt_client THEN
               COMPUTE Wrt_nb = Wrt_nb + 1
               MOVE frb_prix TO Wrt_montant_edit
               MOVE SPACES TO Wligne_rapport
               STRING "    Evènement " DELIMITED BY SIZE
                frb_num_event DELIMITED BY SIZE
                " Place " DELIMITED BY SIZE
                frb_num_place DELIMITED BY SIZE
                " annulée le " DELIMITED BY SIZE
                frb_date_annulation DELIMITED BY SIZE
                " remboursé " DELIMITED BY SIZE
                Wrt_montant_edit DELIMITED BY SIZE
                " bon " DELIMITED BY SIZE
                frb_bon DELIMITED BY SIZE
                INTO Wligne_rapport
               PERFORM EMETTRE_LIGNE
              END-IF
            END-READ
           END-PERFORM
           CLOSE frefunds
          END-IF
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Bons d'avoir :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT fbons
          MOVE Wrt_client TO fbo_num_utilisateur
          START fbons KEY = fbo_num_utilisateur
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wrt_fin
            PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
             READ fbons NEXT RECORD
              AT END
               MOVE 1 TO Wrt_fin
              NOT AT END
               IF fbo_num_utilisateur NOT = Wrt_client THEN
                MOVE 1 TO Wrt_fin
               ELSE
                COMPUTE Wrt_nb = Wrt_nb + 1
                MOVE fbo_solde TO Wrt_montant_edit
                MOVE SPACES TO Wligne_rapport
                STRING "    Bon " DELIMITED BY SIZE
                 fbo_num DELIMITED BY SIZE
                 " émis le " DELIMITED BY SIZE
                 fbo_date_emission DELIMITED BY SIZE
                 " valable jusqu'au " DELIMITED BY SIZE
                 fbo_date_expiration DELIMITED BY SIZE
                 " solde " DELIMITED BY SIZE
                 Wrt_montant_edit DELIMITED BY SIZE
                 INTO Wligne_rapport
                PERFORM EMETTRE_LIGNE
               END-IF
             END-READ
            END-PERFORM
          END-START
          CLOSE fbons
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Factures et avoirs :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT ffactures
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ ffactures NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF ffa_num_utilisateur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE ffa_montant_ttc TO Wrt_montant_edit
              MOVE SPACES TO Wligne_rapport
              STRING "    " DELIMITED BY SIZE
               ffa_type DELIMITED BY SIZE
               ffa_num DELIMITED BY SIZE
               " du " DELIMITED BY SIZE
               ffa_date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ffa_nom DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ffa_prenom DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ffa_ville DELIMITED BY SIZE
               " TTC " DELIMITED BY SIZE
               Wrt_montant_edit DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE ffactures
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Reventes (mises en vente et achats) :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT frevente
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ frevente NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF frv_num_utilisateur = Wrt_client
              OR frv_acheteur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE frv_prix TO Wrt_montant_edit
              MOVE SPACES TO Wligne_rapport
              STRING "    Evènement " DELIMITED BY SIZE
               frv_num_event DELIMITED BY SIZE
               " billet " DELIMITED BY SIZE
               frv_num_billet DELIMITED BY SIZE
               " vendeur " DELIMITED BY SIZE
               frv_num_utilisateur DELIMITED BY SIZE
               " acheteur " DELIMITED BY SIZE
               frv_acheteur DELIMITED BY SIZE
               " prix " DELIMITED BY SIZE
               Wrt_montant_edit DELIMITED BY SIZE
               " état " DELIMITED BY SIZE
               frv_etat DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE frevente
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Notifications :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT fnotifs
          MOVE 0 TO Wrt_fin
          PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
           READ fnotifs NEXT RECORD
            AT END
             MOVE 1 TO Wrt_fin
            NOT AT END
             IF fn_num_utilisateur = Wrt_client THEN
              COMPUTE Wrt_nb = Wrt_nb + 1
              MOVE SPACES TO Wligne_rapport
              STRING "    " DELIMITED BY SIZE
               fn_num DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fn_type DELIMITED BY SIZE
               " évènement " DELIMITED BY SIZE
               fn_num_event DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fn_categorie DELIMITED BY SIZE
               " du " DELIMITED BY SIZE
               fn_date_creation DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE fnotifs
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Réservations archivées :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT farchresas
          IF far_stat NOT = 35 THEN
           MOVE 0 TO Wrt_fin
           PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ farchresas
             AT END
              MOVE 1 TO Wrt_fin
             NOT AT END
              IF far_num_utilisateur = Wrt_client THEN
               COMPUTE Wrt_nb = Wrt_nb + 1
               MOVE far_prix TO Wrt_montant_edit
               MOVE SPACES TO Wligne_rapport
               STRING "    Evènement " DELIMITED BY SIZE
                far_num_event DELIMITED BY SIZE
                " Place " DELIMITED BY SIZE
                far_num_place DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                far_categorie DELIMITED BY SIZE
                " âge " DELIMITED BY SIZE
                far_age DELIMITED BY SIZE
                " prix " DELIMITED BY SIZE
                Wrt_montant_edit DELIMITED BY SIZE
                " le " DELIMITED BY SIZE
                far_date_creation DELIMITED BY SIZE
                INTO Wligne_rapport
               PERFORM EMETTRE_LIGNE
              END-IF
            END-READ
           END-PERFORM
           CLOSE farchresas
          END-IF
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Listes d'attente archivées :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT farchwait
          IF faw_stat NOT = 35 THEN
           MOVE 0 TO Wrt_fin
           PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ farchwait
             AT END
              MOVE 1 TO Wrt_fin
             NOT AT END
              IF faw_num_utilisateur = Wrt_client THEN
               COMPUTE Wrt_nb = Wrt_nb + 1
               MOVE SPACES TO Wligne_rapport
               STRING "    Evènement " DELIMITED BY SIZE
                faw_num_event DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                faw_categorie DELIMITED BY SIZE
                " places " DELIMITED BY SIZE
                faw_nb_place DELIMITED BY SIZE
                " inscrit le " DELIMITED BY SIZE
                faw_date_inscription DELIMITED BY SIZE
                INTO Wligne_rapport
               PERFORM EMETTRE_LIGNE
              END-IF
            END-READ
           END-PERFORM
           CLOSE farchwait
          END-IF
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "  Historique de la fiche (journal) :" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE 0 TO Wrt_nb
          OPEN INPUT fjournal
          IF fj_stat NOT = 35 THEN
           MOVE 0 TO Wrt_fin
           PERFORM WITH TEST AFTER UNTIL Wrt_fin = 1
            READ fjournal
             AT END
              MOVE 1 TO Wrt_fin
             NOT AT END
              MOVE fj_clef TO Wrt_clef_journal
              IF fj_fichier = "futilisateurs"
               AND Wrt_clef_client NUMERIC THEN
               IF Wrt_clef_client = Wrt_client THEN
                COMPUTE Wrt_nb = Wrt_nb + 1
                MOVE SPACES TO Wligne_rapport
                STRING "    " DELIMITED BY SIZE
                 fj_date DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 fj_heure DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 fj_operation DELIMITED BY SIZE
                 " par " DELIMITED BY SIZE
                 fj_operateur DELIMITED BY SIZE
                 INTO Wligne_rapport
                PERFORM EMETTRE_LIGNE
               END-IF
              END-IF
            END-READ
           END-PERFORM
           CLOSE fjournal
          END-IF
          PERFORM EMETTRE_TOTAL_EXPORT

          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  " DELIMITED BY SIZE
           Wrt_nb_total DELIMITED BY SIZE
           " enregistrement(s) conservé(s) en plus de la fiche."
           DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE

          MOVE "futilisateurs" TO Wj_fichier
          MOVE "EXPORT" TO Wj_operation
          MOVE "N" TO Wj_action
          MOVE Wrt_client TO Wj_clef
          PERFORM JOURNALISER
         END-IF
         .


         EMETTRE_TOTAL_EXPORT.
      *>Nombre d'enregistrements édités pour la rubrique de l'export
         IF Wrt_nb = 0 THEN
          MOVE "    (aucun)" TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         COMPUTE Wrt_nb_total = Wrt_nb_total + Wrt_nb
         .


         RAPPORT_DOUBLONS.
      *>Détection des comptes clients en double : les comptes dont le
      *>nom, le prénom et la ville coïncident sont probablement la même
      *>personne recréée à chaque réservation par téléphone ; la liste
      *>des paires sert d'entrée à la fusion des comptes
         MOVE 0 TO Wdb_nb
         OPEN INPUT futilisateurs
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ futilisateurs NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF Wdb_nb >= 500 THEN
             DISPLAY "Attention : plus de 500 clients, détection"
              " limitée aux 500 premiers."
             MOVE 1 TO Wdb_fin
            ELSE
             COMPUTE Wdb_nb = Wdb_nb + 1
             MOVE fu_num TO Wdb_u_num(Wdb_nb)
             MOVE fu_nom TO Wdb_u_nom(Wdb_nb)
             MOVE fu_prenom TO Wdb_u_prenom(Wdb_nb)
             MOVE fu_ville TO Wdb_u_ville(Wdb_nb)
            END-IF
          END-READ
         END-PERFORM
         CLOSE futilisateurs

         DISPLAY "-------------------------------------------"
         DISPLAY "|  DOUBLONS CLIENTS PROBABLES              |"
         DISPLAY "-------------------------------------------"
         MOVE 0 TO Wdb_paires
         PERFORM VARYING Wdb_i FROM 1 BY 1 UNTIL Wdb_i >= Wdb_nb
          PERFORM VARYING Wdb_j FROM 1 BY 1 UNTIL Wdb_j > Wdb_nb
           IF Wdb_j > Wdb_i
            AND Wdb_u_nom(Wdb_i) NOT = Wrt_anonyme
            AND Wdb_u_nom(Wdb_i) = Wdb_u_nom(Wdb_j)
            AND Wdb_u_prenom(Wdb_i) = Wdb_u_prenom(Wdb_j)
            AND Wdb_u_ville(Wdb_i) = Wdb_u_ville(Wdb_j) THEN
            COMPUTE Wdb_paires = Wdb_paires + 1
            DISPLAY "  " Wdb_u_nom(Wdb_i) " " Wdb_u_prenom(Wdb_i)
             " (" Wdb_u_ville(Wdb_i) ") : comptes "
             Wdb_u_num(Wdb_i) " et " Wdb_u_num(Wdb_j)
           END-IF
          END-PERFORM
         END-PERFORM
         DISPLAY "-------------------------------------------"
         DISPLAY Wdb_paires " paire(s) de doublons probable(s)."
         .


         FUSIONNER_UTILISATEURS.
      *>Fusion de deux comptes clients : toutes les réservations,
      *>encaissements, billets, inscriptions en liste d'attente,
      *>options, factures, bons d'avoir, reventes et notifications du
      *>compte absorbé sont re-clefés sur le compte conservé, chaque
      *>déplacement est journalisé, puis le compte absorbé est supprimé
         DISPLAY "Numéro du compte conservé : "
         ACCEPT Wdb_garde
         DISPLAY "Numéro du compte absorbé : "
         ACCEPT Wdb_absorbe
         IF Wdb_garde = Wdb_absorbe THEN
          DISPLAY "Les deux numéros sont identiques."
         ELSE
          OPEN I-O futilisateurs
          MOVE 0 TO Wdb_garde_ok
          MOVE Wdb_garde TO fu_num
          READ futilisateurs
           INVALID KEY
            DISPLAY "Compte conservé inéxistant."
           NOT INVALID KEY
            MOVE 1 TO Wdb_garde_ok
          END-READ
          MOVE 0 TO Wdb_absorbe_ok
          MOVE Wdb_absorbe TO fu_num
          READ futilisateurs
           INVALID KEY
            DISPLAY "Compte absorbé inéxistant."
           NOT INVALID KEY
            MOVE 1 TO Wdb_absorbe_ok
            DISPLAY "Compte absorbé : " fu_nom " " fu_prenom
             " (" fu_ville ")"
          END-READ

          IF Wdb_garde_ok = 1 AND Wdb_absorbe_ok = 1 THEN
           MOVE 0 TO Wdb_confirme
           DISPLAY "ATTENTION : tout l'historique du compte "
            Wdb_absorbe " va passer sur le compte " Wdb_garde
            " puis le compte " Wdb_absorbe " sera supprimé."
           PERFORM WITH TEST AFTER UNTIL Wdb_confirme = 0
            OR Wdb_confirme = 1
            DISPLAY "Confirmer la fusion ? 1 ou 0"
            ACCEPT Wdb_confirme
           END-PERFORM
           IF Wdb_confirme = 1 THEN
            MOVE 0 TO Wdb_ignores
            PERFORM FUSIONNER_RESERVATIONS
            PERFORM FUSIONNER_PAIEMENTS
            PERFORM FUSIONNER_BILLETS
            PERFORM FUSIONNER_WAITLIST
            PERFORM FUSIONNER_OPTIONS
            PERFORM FUSIONNER_FACTURES
            PERFORM FUSIONNER_BONS
            PERFORM FUSIONNER_REVENTES
            PERFORM FUSIONNER_NOTIFS

      *>Le compte absorbé disparaît
            MOVE Wdb_absorbe TO fu_num
            READ futilisateurs
             INVALID KEY
              DISPLAY "Compte absorbé introuvable à la suppression."
             NOT INVALID KEY
              DELETE futilisateurs
               INVALID KEY
                DISPLAY 'Problème lors de la suppression'
               NOT INVALID KEY
                MOVE "futilisateurs" TO Wj_fichier
                MOVE "FUSION" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fu_num TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
            END-READ

            DISPLAY "Fusion terminée : " Wdb_nb_resas
             " réservation(s), " Wdb_nb_paie " encaissement(s), "
             Wdb_nb_billets " billet(s), " Wdb_nb_wait
             " attente(s), " Wdb_nb_opt " option(s) repris(es)."
            DISPLAY "                  " Wdb_nb_factures
             " facture(s)/avoir(s), " Wdb_nb_bons " bon(s), "
             Wdb_nb_reventes " revente(s), " Wdb_nb_notifs
             " notification(s) repris(es)."
            IF Wdb_ignores > 0 THEN
             DISPLAY "ATTENTION : " Wdb_ignores " enregistrement(s)"
              " en collision avec le compte conservé, non repris."
            END-IF
           END-IF
          END-IF
          CLOSE futilisateurs
         END-IF
         .


         FUSIONNER_RESERVATIONS.
      *>Re-clefe les réservations du compte absorbé sur le compte
      *>conservé : collecte et suppression par la clef alternative
      *>fr_num_utilisateur, puis réécriture sous le nouveau numéro
      *>(même démarche que la reprise des encaissements d'un transfert)
         MOVE 0 TO Wdb_nb_resas
         MOVE 0 TO Wdb_nb
         OPEN I-O freservations
         MOVE Wdb_absorbe TO fr_num_utilisateur
         START freservations KEY = fr_num_utilisateur
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wdb_fin
           PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
            READ freservations NEXT RECORD
             AT END
              MOVE 1 TO Wdb_fin
             NOT AT END
              IF fr_num_utilisateur NOT = Wdb_absorbe THEN
               MOVE 1 TO Wdb_fin
              ELSE
               IF Wdb_nb >= 200 THEN
                DISPLAY "Attention : plus de 200 réservations sur le"
                 " compte absorbé, fusion partielle - relancer."
                MOVE 1 TO Wdb_fin
               ELSE
                COMPUTE Wdb_nb = Wdb_nb + 1
                MOVE fr_num_event TO Wdb_r_event(Wdb_nb)
                MOVE fr_num_place TO Wdb_r_place(Wdb_nb)
                MOVE fr_tribune TO Wdb_r_tribune(Wdb_nb)
                MOVE fr_rangee TO Wdb_r_rangee(Wdb_nb)
                MOVE fr_categorie TO Wdb_r_categ(Wdb_nb)
                MOVE fr_age TO Wdb_r_age(Wdb_nb)
                MOVE fr_prix TO Wdb_r_prix(Wdb_nb)
                MOVE fr_remise_pct TO Wdb_r_remise(Wdb_nb)
                MOVE fr_code_promo TO Wdb_r_promo(Wdb_nb)
                MOVE fr_date_creation TO Wdb_r_date(Wdb_nb)
                MOVE fr_canal TO Wdb_r_canal(Wdb_nb)
                DELETE freservations
                 INVALID KEY
                  DISPLAY 'Problème reprise réservation'
                 NOT INVALID KEY
                  MOVE "freservations" TO Wj_fichier
                  MOVE "FUSION" TO Wj_operation
                  MOVE "S" TO Wj_action
                  MOVE fr_clef TO Wj_clef
                  PERFORM JOURNALISER
                END-DELETE
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START

         PERFORM VARYING Wdb_i FROM 1 BY 1 UNTIL Wdb_i > Wdb_nb
          MOVE Wdb_garde TO fr_num_utilisateur
          MOVE Wdb_r_event(Wdb_i) TO fr_num_event
          MOVE Wdb_r_place(Wdb_i) TO fr_num_place
          MOVE Wdb_r_tribune(Wdb_i) TO fr_tribune
          MOVE Wdb_r_rangee(Wdb_i) TO fr_rangee
          MOVE Wdb_r_categ(Wdb_i) TO fr_categorie
          MOVE Wdb_r_age(Wdb_i) TO fr_age
          MOVE Wdb_r_prix(Wdb_i) TO fr_prix
          MOVE Wdb_r_remise(Wdb_i) TO fr_remise_pct
          MOVE Wdb_r_promo(Wdb_i) TO fr_code_promo
          MOVE Wdb_r_date(Wdb_i) TO fr_date_creation
          MOVE Wdb_r_canal(Wdb_i) TO fr_canal
          WRITE reservTampon
           INVALID KEY
            COMPUTE Wdb_ignores = Wdb_ignores + 1
            DISPLAY "Réservation en double non reprise (évènement "
             fr_num_event " place " fr_num_place ")"
      *>La réservation abandonnée sort du compteur de disponibilité,
      *>comme le contingent d'une option en double
            MOVE fr_num_event TO Wd_event
            MOVE fr_categorie TO Wd_categorie
            MOVE -1 TO Wd_delta_vendues
            MOVE 0 TO Wd_delta_options
            PERFORM MAJ_COMPTEUR_DISPO
           NOT INVALID KEY
            COMPUTE Wdb_nb_resas = Wdb_nb_resas + 1
            MOVE "freservations" TO Wj_fichier
            MOVE "FUSION" TO Wj_operation
            MOVE fr_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
         END-PERFORM
         CLOSE freservations
         .


         FUSIONNER_PAIEMENTS.
      *>Re-clefe les encaissements du compte absorbé (le numéro
      *>utilisateur ouvre la clef primaire fy_clef) ; une collision
      *>avec un encaissement identique du compte conservé se cumule
      *>comme au guichet
         MOVE 0 TO Wdb_nb_paie
         MOVE 0 TO Wdb_nb
         OPEN I-O fpayments
         MOVE Wdb_absorbe TO fy_num_utilisateur
         MOVE 0 TO fy_num_event
         MOVE 0 TO fy_num_place
         MOVE 0 TO fy_tribune
         MOVE 0 TO fy_rangee
         MOVE SPACES TO fy_categorie
         MOVE ZEROS TO fy_date_paiement
         MOVE 0 TO fy_mode
         MOVE SPACES TO fy_operateur
         START fpayments KEY >= fy_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wdb_fin
           PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
            READ fpayments NEXT RECORD
             AT END
              MOVE 1 TO Wdb_fin
             NOT AT END
              IF fy_num_utilisateur NOT = Wdb_absorbe THEN
               MOVE 1 TO Wdb_fin
              ELSE
               IF Wdb_nb >= 200 THEN
                DISPLAY "Attention : plus de 200 encaissements sur le"
                 " compte absorbé, fusion partielle - relancer."
                MOVE 1 TO Wdb_fin
               ELSE
                COMPUTE Wdb_nb = Wdb_nb + 1
                MOVE fy_num_event TO Wdb_p_event(Wdb_nb)
                MOVE fy_num_place TO Wdb_p_place(Wdb_nb)
                MOVE fy_tribune TO Wdb_p_tribune(Wdb_nb)
                MOVE fy_rangee TO Wdb_p_rangee(Wdb_nb)
                MOVE fy_categorie TO Wdb_p_categ(Wdb_nb)
                MOVE fy_date_paiement TO Wdb_p_date(Wdb_nb)
                MOVE fy_mode TO Wdb_p_mode(Wdb_nb)
                MOVE fy_operateur TO Wdb_p_oper(Wdb_nb)
                MOVE fy_montant TO Wdb_p_montant(Wdb_nb)
                MOVE fy_regle TO Wdb_p_regle(Wdb_nb)
                MOVE fy_date_regle TO Wdb_p_date_regle(Wdb_nb)
                MOVE fy_annule TO Wdb_p_annule(Wdb_nb)
                DELETE fpayments
                 INVALID KEY
                  DISPLAY 'Problème reprise encaissement'
                 NOT INVALID KEY
                  MOVE "fpayments" TO Wj_fichier
                  MOVE "FUSION" TO Wj_operation
                  MOVE "S" TO Wj_action
                  MOVE fy_clef TO Wj_clef
                  PERFORM JOURNALISER
                END-DELETE
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START

         PERFORM VARYING Wdb_i FROM 1 BY 1 UNTIL Wdb_i > Wdb_nb
          MOVE Wdb_garde TO fy_num_utilisateur
          MOVE Wdb_p_event(Wdb_i) TO fy_num_event
          MOVE Wdb_p_place(Wdb_i) TO fy_num_place
          MOVE Wdb_p_tribune(Wdb_i) TO fy_tribune
          MOVE Wdb_p_rangee(Wdb_i) TO fy_rangee
          MOVE Wdb_p_categ(Wdb_i) TO fy_categorie
          MOVE Wdb_p_date(Wdb_i) TO fy_date_paiement
          MOVE Wdb_p_mode(Wdb_i) TO fy_mode
          MOVE Wdb_p_oper(Wdb_i) TO fy_operateur
          MOVE Wdb_p_montant(Wdb_i) TO fy_montant
          MOVE Wdb_p_regle(Wdb_i) TO fy_regle
          MOVE Wdb_p_date_regle(Wdb_i) TO fy_date_regle
          MOVE Wdb_p_annule(Wdb_i) TO fy_annule
          WRITE paiementTampon
           INVALID KEY
            READ fpayments
             INVALID KEY
              DISPLAY 'Problème reprise encaissement'
             NOT INVALID KEY
              COMPUTE fy_montant
               = fy_montant + Wdb_p_montant(Wdb_i)
              REWRITE paiementTampon
               INVALID KEY
                DISPLAY 'Problème reprise encaissement'
               NOT INVALID KEY
                MOVE "fpayments" TO Wj_fichier
                MOVE "FUSION" TO Wj_operation
                MOVE fy_clef TO Wj_clef
                PERFORM JOURNALISER
                COMPUTE Wdb_nb_paie = Wdb_nb_paie + 1
              END-REWRITE
            END-READ
           NOT INVALID KEY
            COMPUTE Wdb_nb_paie = Wdb_nb_paie + 1
            MOVE "fpayments" TO Wj_fichier
            MOVE "FUSION" TO Wj_operation
            MOVE fy_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
         END-PERFORM
         CLOSE fpayments
         .


         FUSIONNER_BILLETS.
      *>Reporte le compte conservé sur les billets du compte absorbé ;
      *>le numéro de billet reste la clef, une simple réécriture suffit
         MOVE 0 TO Wdb_nb_billets
         OPEN I-O ftickets
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ ftickets NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF fk_num_utilisateur = Wdb_absorbe THEN
             MOVE Wdb_garde TO fk_num_utilisateur
             REWRITE billetTampon
              INVALID KEY
               DISPLAY 'Problème reprise billet'
              NOT INVALID KEY
               COMPUTE Wdb_nb_billets = Wdb_nb_billets + 1
               MOVE "ftickets" TO Wj_fichier
               MOVE "FUSION" TO Wj_operation
               MOVE fk_num TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-IF
          END-READ
         END-PERFORM
         CLOSE ftickets
         .


         FUSIONNER_WAITLIST.
      *>Re-clefe les inscriptions en liste d'attente du compte absorbé
      *>(le numéro utilisateur ferme la clef fw_clef) ; si le compte
      *>conservé attend déjà le même évènement/catégorie, l'inscription
      *>en double est abandonnée
         MOVE 0 TO Wdb_nb_wait
         MOVE 0 TO Wdb_nb
         OPEN I-O fwaitlist
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ fwaitlist NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF fw_num_utilisateur = Wdb_absorbe THEN
             IF Wdb_nb >= 50 THEN
              DISPLAY "Attention : plus de 50 attentes sur le compte"
               " absorbé, fusion partielle - relancer."
              MOVE 1 TO Wdb_fin
             ELSE
              COMPUTE Wdb_nb = Wdb_nb + 1
              MOVE fw_num_event TO Wdb_w_event(Wdb_nb)
              MOVE fw_categorie TO Wdb_w_categ(Wdb_nb)
              MOVE fw_nb_place TO Wdb_w_nb(Wdb_nb)
              MOVE fw_date_inscription TO Wdb_w_date(Wdb_nb)
              MOVE fw_heure_inscription TO Wdb_w_heure(Wdb_nb)
              DELETE fwaitlist
               INVALID KEY
                DISPLAY 'Problème reprise liste attente'
               NOT INVALID KEY
                MOVE "fwaitlist" TO Wj_fichier
                MOVE "FUSION" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fw_clef TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
             END-IF
            END-IF
          END-READ
         END-PERFORM

         PERFORM VARYING Wdb_i FROM 1 BY 1 UNTIL Wdb_i > Wdb_nb
          MOVE Wdb_w_event(Wdb_i) TO fw_num_event
          MOVE Wdb_w_categ(Wdb_i) TO fw_categorie
          MOVE Wdb_garde TO fw_num_utilisateur
          MOVE Wdb_w_nb(Wdb_i) TO fw_nb_place
          MOVE Wdb_w_date(Wdb_i) TO fw_date_inscription
          MOVE Wdb_w_heure(Wdb_i) TO fw_heure_inscription
          WRITE waitlistTampon
           INVALID KEY
            COMPUTE Wdb_ignores = Wdb_ignores + 1
            DISPLAY "Attente en double non reprise (évènement "
             fw_num_event ")"
           NOT INVALID KEY
            COMPUTE Wdb_nb_wait = Wdb_nb_wait + 1
            MOVE "fwaitlist" TO Wj_fichier
            MOVE "FUSION" TO Wj_operation
            MOVE fw_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
         END-PERFORM
         CLOSE fwaitlist
         .


         FUSIONNER_OPTIONS.
      *>Re-clefe les options de groupe du compte absorbé ; si le compte
      *>conservé a déjà une option sur le même évènement/catégorie,
      *>l'option en double est abandonnée (le contingent est alors
      *>retiré du compteur de disponibilité pour ne pas bloquer des
      *>places fantômes)
         MOVE 0 TO Wdb_nb_opt
         MOVE 0 TO Wdb_nb
         OPEN I-O foptions
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ foptions NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF fo_num_utilisateur = Wdb_absorbe THEN
             IF Wdb_nb >= 50 THEN
              DISPLAY "Attention : plus de 50 options sur le compte"
               " absorbé, fusion partielle - relancer."
              MOVE 1 TO Wdb_fin
             ELSE
              COMPUTE Wdb_nb = Wdb_nb + 1
              MOVE fo_num_event TO Wdb_o_event(Wdb_nb)
              MOVE fo_categorie TO Wdb_o_categ(Wdb_nb)
              MOVE fo_nb_place TO Wdb_o_nb(Wdb_nb)
              MOVE fo_prix TO Wdb_o_prix(Wdb_nb)
              MOVE fo_date_expiration TO Wdb_o_exp(Wdb_nb)
              DELETE foptions
               INVALID KEY
                DISPLAY 'Problème reprise option'
               NOT INVALID KEY
                MOVE "foptions" TO Wj_fichier
                MOVE "FUSION" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fo_clef TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
             END-IF
            END-IF
          END-READ
         END-PERFORM

         PERFORM VARYING Wdb_i FROM 1 BY 1 UNTIL Wdb_i > Wdb_nb
          MOVE Wdb_o_event(Wdb_i) TO fo_num_event
          MOVE Wdb_o_categ(Wdb_i) TO fo_categorie
          MOVE Wdb_garde TO fo_num_utilisateur
          MOVE Wdb_o_nb(Wdb_i) TO fo_nb_place
          MOVE Wdb_o_prix(Wdb_i) TO fo_prix
          MOVE Wdb_o_exp(Wdb_i) TO fo_date_expiration
          WRITE optionTampon
           INVALID KEY
            COMPUTE Wdb_ignores = Wdb_ignores + 1
            DISPLAY "Option en double non reprise (évènement "
             fo_num_event ")"
            MOVE fo_num_event TO Wd_event
            MOVE fo_categorie TO Wd_categorie
            MOVE 0 TO Wd_delta_vendues
            COMPUTE Wd_delta_options = 0 - fo_nb_place
            PERFORM MAJ_COMPTEUR_DISPO
           NOT INVALID KEY
            COMPUTE Wdb_nb_opt = Wdb_nb_opt + 1
            MOVE "foptions" TO Wj_fichier
            MOVE "FUSION" TO Wj_operation
            MOVE fo_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
         END-PERFORM
         CLOSE foptions
         .


         FUSIONNER_FACTURES.
      *>Reporte le compte conservé sur les factures et avoirs du compte
      *>absorbé (le numéro utilisateur ouvre la clef alternative
      *>ffa_clef_resa, qui sert à retrouver la facture d'une
      *>réservation) ; nom et adresse restent ceux de la pièce émise
         MOVE 0 TO Wdb_nb_factures
         OPEN I-O ffactures
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ ffactures NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF ffa_num_utilisateur = Wdb_absorbe THEN
             MOVE Wdb_garde TO ffa_num_utilisateur
             REWRITE factureTampon
              INVALID KEY
               DISPLAY 'Problème reprise facture'
              NOT INVALID KEY
               COMPUTE Wdb_nb_factures = Wdb_nb_factures + 1
               MOVE "ffactures" TO Wj_fichier
               MOVE "FUSION" TO Wj_operation
               MOVE ffa_clef TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-IF
          END-READ
         END-PERFORM
         CLOSE ffactures
         .


         FUSIONNER_BONS.
      *>Reporte le compte conservé sur les bons d'avoir du compte
      *>absorbé, pour qu'il puisse les utiliser en règlement ; le
      *>numéro de bon reste la clef, une simple réécriture suffit
         MOVE 0 TO Wdb_nb_bons
         OPEN I-O fbons
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ fbons NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF fbo_num_utilisateur = Wdb_absorbe THEN
             MOVE Wdb_garde TO fbo_num_utilisateur
             REWRITE bonTampon
              INVALID KEY
               DISPLAY 'Problème reprise bon'
              NOT INVALID KEY
               COMPUTE Wdb_nb_bons = Wdb_nb_bons + 1
               MOVE "fbons" TO Wj_fichier
               MOVE "FUSION" TO Wj_operation
               MOVE fbo_num TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-IF
          END-READ
         END-PERFORM
         CLOSE fbons
         .


         FUSIONNER_REVENTES.
      *>Re-clefe les mises en revente du compte absorbé (le numéro
      *>utilisateur ouvre la clef frv_clef_resa, celle de la réservation
      *>reprise par FUSIONNER_RESERVATIONS), y compris la réservation
      *>gardée d'une place attribuée et non réglée ; puis reporte le
      *>compte conservé sur les reventes où l'absorbé est l'acheteur.
      *>Une mise en revente déjà présente sous la même clef du compte
      *>conservé n'est pas reprise
         MOVE 0 TO Wdb_nb_reventes
         MOVE 0 TO Wdb_nb
         OPEN I-O frevente
         MOVE LOW-VALUES TO frv_clef_resa
         MOVE Wdb_absorbe TO frv_num_utilisateur
         START frevente KEY >= frv_clef_resa
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wdb_fin
           PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
            READ frevente NEXT RECORD
             AT END
              MOVE 1 TO Wdb_fin
             NOT AT END
              IF frv_num_utilisateur NOT = Wdb_absorbe THEN
               MOVE 1 TO Wdb_fin
              ELSE
               IF Wdb_nb >= 50 THEN
                DISPLAY "Attention : plus de 50 reventes sur le compte"
                 " absorbé, fusion partielle - relancer."
                MOVE 1 TO Wdb_fin
               ELSE
                COMPUTE Wdb_nb = Wdb_nb + 1
                MOVE reventeTampon TO Wdb_v_image(Wdb_nb)
                DELETE frevente
                 INVALID KEY
                  DISPLAY 'Problème reprise revente'
                 NOT INVALID KEY
                  MOVE "frevente" TO Wj_fichier
                  MOVE "FUSION" TO Wj_operation
                  MOVE "S" TO Wj_action
                  MOVE frv_clef_resa TO Wj_clef
                  PERFORM JOURNALISER
                END-DELETE
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START

         PERFORM VARYING Wdb_i FROM 1 BY 1 UNTIL Wdb_i > Wdb_nb
          MOVE Wdb_v_image(Wdb_i) TO reventeTampon
          MOVE Wdb_garde TO frv_num_utilisateur
          IF frv_etat = 4 THEN
           MOVE frv_resa_origine TO reservTampon
           MOVE Wdb_garde TO fr_num_utilisateur
           MOVE reservTampon TO frv_resa_origine
          END-IF
          WRITE reventeTampon
           INVALID KEY
            COMPUTE Wdb_ignores = Wdb_ignores + 1
            DISPLAY "Revente en double non reprise (évènement "
             frv_num_event " place " frv_num_place ")"
           NOT INVALID KEY
            COMPUTE Wdb_nb_reventes = Wdb_nb_reventes + 1
            MOVE "frevente" TO Wj_fichier
            MOVE "FUSION" TO Wj_operation
            MOVE frv_clef_resa TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
         END-PERFORM

         MOVE LOW-VALUES TO frv_clef_resa
         START frevente KEY >= frv_clef_resa
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wdb_fin
           PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
            READ frevente NEXT RECORD
             AT END
              MOVE 1 TO Wdb_fin
             NOT AT END
              IF frv_acheteur = Wdb_absorbe THEN
               MOVE Wdb_garde TO frv_acheteur
               REWRITE reventeTampon
                INVALID KEY
                 DISPLAY 'Problème reprise revente'
                NOT INVALID KEY
                 COMPUTE Wdb_nb_reventes = Wdb_nb_reventes + 1
                 MOVE "frevente" TO Wj_fichier
                 MOVE "FUSION" TO Wj_operation
                 MOVE frv_clef_resa TO Wj_clef
                 PERFORM JOURNALISER
               END-REWRITE
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE frevente
         .


         FUSIONNER_NOTIFS.
      *>Reporte le compte conservé sur les notifications du compte
      *>absorbé, éditées ou en attente d'édition
         MOVE 0 TO Wdb_nb_notifs
         OPEN I-O fnotifs
         MOVE 0 TO Wdb_fin
         PERFORM WITH TEST AFTER UNTIL Wdb_fin = 1
          READ fnotifs NEXT RECORD
           AT END
            MOVE 1 TO Wdb_fin
           NOT AT END
            IF fn_num_utilisateur = Wdb_absorbe THEN
             MOVE Wdb_garde TO fn_num_utilisateur
             REWRITE notifTampon
              INVALID KEY
               DISPLAY 'Problème reprise notification'
              NOT INVALID KEY
               COMPUTE Wdb_nb_notifs = Wdb_nb_notifs + 1
               MOVE "fnotifs" TO Wj_fichier
               MOVE "FUSION" TO Wj_operation
               MOVE fn_num TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-IF
          END-READ
         END-PERFORM
         CLOSE fnotifs
         .


         AJOUT_EVENT.
      *>Ouverture en écriture/lecture pour vérification + INSERTION
         OPEN I-O fevenements
         PERFORM DETERMINER_FENETRE_ANNEES

      *>Boucle permettant la multi-insertion
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY "Donnez les informations de l'évènement : "
          MOVE 1 TO WalreadyExists

      *>Vérification que le code évènement ne soit pas déjà utilisé
          PERFORM WITH TEST AFTER UNTIL WalreadyExists = 0
           DISPLAY "Numéro évènement : "
           ACCEPT fe_num
           READ fevenements
      *>Le code évènement n'existe pas alors on peut l'ajouter
            INVALID KEY
             MOVE 0 TO WalreadyExists

      *>Vérification que le stade existe
             MOVE 1 TO WalreadyExists2
             PERFORM WITH TEST AFTER UNTIL WalreadyExists2 = 1
      *>Saisi du numéro du stade
              PERFORM WITH TEST AFTER UNTIL fe_num_stade NOT EQUAL " "
               DISPLAY 'Numéro du stade : '
               ACCEPT fs_num
              END-PERFORM 
      *>Ouverture et lecture directe de fstades
              OPEN INPUT fstades
              READ fstades
      *>Le numéro de stade n'existe pas     
               INVALID KEY
                MOVE 0 TO WalreadyExists2
                DISPLAY "Ce stade n'existe pas"
      *>Le stade existe alors on peut ajouter l'évènement
               NOT INVALID KEY
                MOVE 1 TO WalreadyExists2
      *>Renseignement des valeurs
                MOVE fs_num TO fe_num_stade

                PERFORM WITH TEST AFTER UNTIL fe_nom NOT EQUAL " "
                 DISPLAY 'Nom : '
                 ACCEPT fe_nom
                END-PERFORM 
 
                PERFORM WITH TEST AFTER UNTIL fe_jour > 0 
                AND fe_jour <=31
                 DISPLAY 'Jour : '
                 ACCEPT fe_jour
                END-PERFORM

                PERFORM WITH TEST AFTER UNTIL fe_mois > 0
                AND fe_mois <=12 
                 DISPLAY 'Mois : '
                 ACCEPT fe_mois
                END-PERFORM

                PERFORM WITH TEST AFTER UNTIL fe_annee >= Wannee_min
                AND fe_annee <= Wannee_max
                 DISPLAY 'Annee : '
                 ACCEPT fe_annee
                END-PERFORM

                PERFORM WITH TEST AFTER UNTIL fe_heure < 24
                 DISPLAY 'Heure : '
                 ACCEPT fe_heure
                END-PERFORM

                PERFORM WITH TEST AFTER UNTIL fe_prix_base > 0
                 DISPLAY 'Prix : '
                 ACCEPT fe_prix_base
                END-PERFORM

      *>Ajout de l'évènement
                WRITE evtsTampon
                 INVALID KEY DISPLAY 'Problème enregistrement'
                 NOT INVALID KEY
                  DISPLAY 'Enregistrement inséré'
                  MOVE "fevenements" TO Wj_fichier
                  MOVE "AJOUT" TO Wj_operation
                  MOVE fe_num TO Wj_clef
                  PERFORM JOURNALISER
                END-WRITE
              END-READ
             END-PERFORM
             CLOSE fstades

      *>Le numéro évènement existe déjà       
           NOT INVALID KEY
            DISPLAY 'Numéro évènement déjà utilisé.'
           END-READ
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM

         END-PERFORM
         CLOSE fevenements.
         .         
        
    
         
          MODIFIER_EVENT.
        OPEN I-O fevenements
        PERFORM DETERMINER_FENETRE_ANNEES
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
          
          DISPLAY "Numéro de l'évènement à modifier : "
           ACCEPT fe_num
           READ fevenements
           INVALID KEY
      *>Le numéro du stade n'existe pas
            DISPLAY "Evènement inéxistant. "
             
           NOT INVALID KEY
      *>Le stade existe
      *>Modif des valeurs
             PERFORM WITH TEST AFTER UNTIL fe_nom NOT EQUAL " "
              DISPLAY 'Nom: '
              ACCEPT fe_nom
             END-PERFORM 

             PERFORM WITH TEST AFTER UNTIL fe_jour >0 AND fe_jour<=31
              DISPLAY 'Jour: : '
              ACCEPT fe_jour
             END-PERFORM  

             PERFORM WITH TEST AFTER UNTIL fe_mois>0 AND fe_mois<=12
              DISPLAY 'Mois : '
              ACCEPT fe_mois
             END-PERFORM

             PERFORM WITH TEST AFTER UNTIL fe_annee >= Wannee_min
             AND fe_annee <= Wannee_max
              DISPLAY 'Annee : '
              ACCEPT fe_annee
             END-PERFORM

             PERFORM WITH TEST AFTER UNTIL fe_heure < 24
              DISPLAY 'Heure : '
              ACCEPT fe_heure
             END-PERFORM

             PERFORM WITH TEST AFTER UNTIL fe_num_stade NOT EQUAL " "
              DISPLAY 'Numéro du stade concerné : '
              ACCEPT fe_num_stade
             END-PERFORM

             PERFORM WITH TEST AFTER UNTIL fe_prix_base NOT EQUAL " "
              DISPLAY 'Prix de base : '
              ACCEPT fe_prix_base
             END-PERFORM

             REWRITE evtsTampon
              INVALID KEY DISPLAY 'Problème enregistrement modifications'
              NOT INVALID KEY
               DISPLAY 'Modifications correctement enregistrées'
               MOVE "fevenements" TO Wj_fichier
               MOVE "MODIF" TO Wj_operation
               MOVE fe_num TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-READ
            
            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
    
        END-PERFORM
        CLOSE fevenements.
        
        SUPPRIMER_EVENT.
        OPEN I-O fevenements
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
          
           DISPLAY "Numéro de l'évènement à supprimer : "
           ACCEPT fe_num
           READ  fevenements
           INVALID KEY
      *>Le numéro du stade n'existe pas
            DISPLAY "Evènement inéxistant. "
             
           NOT INVALID KEY
      *>Le stade existe
           
           DELETE fevenements
              INVALID KEY DISPLAY 'Problème lors de la suppression'
              NOT INVALID KEY
               DISPLAY 'Evènement correctement supprimé'
               MOVE "fevenements" TO Wj_fichier
               MOVE "SUPPR" TO Wj_operation
               MOVE fe_num TO Wj_clef
               PERFORM JOURNALISER
             END-DELETE
            END-READ
        
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM

         END-PERFORM
         CLOSE fevenements.


         REPORTER_EVENEMENT.
      *>Report d'un évènement à une nouvelle date (match remis) : la
      *>fiche évènement est mise à jour, puis les billets de toutes les
      *>réservations sont annulés et réémis à la nouvelle date via la
      *>numérotation habituelle. Les réservations et encaissements
      *>restent attachés au même fe_num et suivent donc d'eux-mêmes.
         OPEN I-O fevenements
         PERFORM DETERMINER_FENETRE_ANNEES
         DISPLAY "Numéro de l'évènement à reporter : "
         ACCEPT fe_num
         READ fevenements
          INVALID KEY
           DISPLAY "Evènement inéxistant. "
          NOT INVALID KEY
           DISPLAY "Evènement " fe_nom " actuellement le " fe_jour
            "/" fe_mois "/" fe_annee " " fe_heure "h"

           PERFORM WITH TEST AFTER UNTIL fe_jour > 0 AND fe_jour <= 31
            DISPLAY 'Nouveau jour : '
            ACCEPT fe_jour
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL fe_mois > 0 AND fe_mois <= 12
            DISPLAY 'Nouveau mois : '
            ACCEPT fe_mois
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL fe_annee >= Wannee_min
            AND fe_annee <= Wannee_max
            DISPLAY 'Nouvelle année : '
            ACCEPT fe_annee
           END-PERFORM

           PERFORM WITH TEST AFTER UNTIL fe_heure < 24
            DISPLAY 'Nouvelle heure : '
            ACCEPT fe_heure
           END-PERFORM

           REWRITE evtsTampon
            INVALID KEY DISPLAY 'Problème enregistrement modifications'
            NOT INVALID KEY
             DISPLAY 'Evènement reporté au ' fe_jour "/" fe_mois
              "/" fe_annee
             MOVE "fevenements" TO Wj_fichier
             MOVE "REPORT" TO Wj_operation
             MOVE fe_num TO Wj_clef
             PERFORM JOURNALISER
             PERFORM REEMETTRE_BILLETS_EVENEMENT
           END-REWRITE
         END-READ
         CLOSE fevenements
         .


         REEMETTRE_BILLETS_EVENEMENT.
      *>Après report d'un évènement, les billets déjà imprimés portent
      *>l'ancienne date : le billet de chaque réservation de fe_num est
      *>annulé puis réémis (evtsTampon courant porte la nouvelle date)
         OPEN I-O freservations
         MOVE 0 TO Wev_nb_resas
         MOVE fe_num TO fr_num_event
         START freservations KEY = fr_num_event
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wev_fin
           PERFORM WITH TEST AFTER UNTIL Wev_fin = 1
            READ freservations NEXT RECORD
             AT END
              MOVE 1 TO Wev_fin
             NOT AT END
              IF fr_num_event NOT = fe_num THEN
               MOVE 1 TO Wev_fin
              ELSE
               PERFORM ANNULER_BILLET_RESA
               PERFORM EMETTRE_BILLET
               COMPUTE Wev_nb_resas = Wev_nb_resas + 1
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE freservations
         DISPLAY Wev_nb_resas " billet(s) réémis à la nouvelle date."
         .


         ANNULER_EVENEMENT.
      *>Annulation en cascade d'un évènement (match annulé) : chaque
      *>réservation est supprimée avec un remboursement tracé dans
      *>frefunds (ou en bon d'avoir, au choix de l'opérateur), plafonné
      *>au montant réellement encaissé, son billet
      *>est annulé (refusé au contrôle d'accès), sa facture éventuelle
      *>est annulée par un avoir, ses mises en revente sont retirées,
      *>la liste d'attente de
      *>l'évènement est vidée, puis l'évènement lui-même est supprimé.
      *>Si une de ses mises en revente est tenue à un autre guichet,
      *>l'annulation s'arrête avant toute suppression et se relance
         OPEN I-O fevenements
         DISPLAY "Numéro de l'évènement à annuler : "
         ACCEPT fe_num
         READ fevenements
          INVALID KEY
           DISPLAY "Evènement inéxistant. "
          NOT INVALID KEY
           DISPLAY "ATTENTION : toutes les réservations de " fe_nom
            " vont être annulées et remboursées. Confirmer ? 1 ou 0"
           ACCEPT Wev_confirme
           IF Wev_confirme = 1 THEN
      *>Un seul choix de dédommagement pour tout l'évènement
            PERFORM CHOISIR_DEDOMMAGEMENT
            MOVE Wbo_choix TO Wev_dedommagement
            OPEN I-O freservations
            PERFORM RETIRER_REVENTES_EVENEMENT
            IF Wrv_conflit = 1 THEN
             DISPLAY "Des places en revente de l'évènement sont en cours"
              " de traitement à un autre guichet."
             DISPLAY "Annulation interrompue, aucune réservation"
              " supprimée : relancer l'annulation."
             CLOSE freservations
            ELSE
             MOVE 0 TO Wev_nb_resas
             MOVE fe_num TO fr_num_event
             START freservations KEY = fr_num_event
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               MOVE 0 TO Wev_fin
               PERFORM WITH TEST AFTER UNTIL Wev_fin = 1
                READ freservations NEXT RECORD
                 AT END
                  MOVE 1 TO Wev_fin
                 NOT AT END
                  IF fr_num_event NOT = fe_num THEN
                   MOVE 1 TO Wev_fin
                  ELSE
                   MOVE Wev_dedommagement TO Wbo_choix
                   PERFORM ENREGISTRER_REMBOURSEMENT
                   PERFORM ANNULER_BILLET_RESA
                   DELETE freservations
                    INVALID KEY
                     DISPLAY 'Problème lors de la suppression'
                    NOT INVALID KEY
                     COMPUTE Wev_nb_resas = Wev_nb_resas + 1
                     MOVE "freservations" TO Wj_fichier
                     MOVE "ANNULE" TO Wj_operation
                     MOVE "S" TO Wj_action
                     MOVE fr_clef TO Wj_clef
                     PERFORM JOURNALISER
                     MOVE fr_clef TO Wfa_clef_resa
                     PERFORM EMETTRE_AVOIR
                   END-DELETE
                  END-IF
                END-READ
               END-PERFORM
             END-START
             CLOSE freservations

      *>La liste d'attente de l'évènement n'a plus lieu d'être
             OPEN I-O fwaitlist
             MOVE 0 TO Wev_nb_wait
             MOVE fe_num TO fw_num_event
             MOVE SPACES TO fw_categorie
             START fwaitlist KEY >= fw_event_categ
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               MOVE 0 TO Wev_fin
               PERFORM WITH TEST AFTER UNTIL Wev_fin = 1
                READ fwaitlist NEXT RECORD
                 AT END
                  MOVE 1 TO Wev_fin
                 NOT AT END
                  IF fw_num_event NOT = fe_num THEN
                   MOVE 1 TO Wev_fin
                  ELSE
                   DELETE fwaitlist
                    INVALID KEY
                     DISPLAY 'Problème lors de la purge liste attente'
                    NOT INVALID KEY
                     MOVE "fwaitlist" TO Wj_fichier
                     MOVE "ANNULE" TO Wj_operation
                     MOVE "S" TO Wj_action
                     MOVE fw_clef TO Wj_clef
                     PERFORM JOURNALISER
                   END-DELETE
                   COMPUTE Wev_nb_wait = Wev_nb_wait + 1
                  END-IF
                END-READ
               END-PERFORM
             END-START
             CLOSE fwaitlist

      *>L'évènement lui-même
             DELETE fevenements
              INVALID KEY
               DISPLAY 'Problème lors de la suppression évènement'
              NOT INVALID KEY
               MOVE "fevenements" TO Wj_fichier
               MOVE "ANNULE" TO Wj_operation
               MOVE "S" TO Wj_action
               MOVE fe_num TO Wj_clef
               PERFORM JOURNALISER
             END-DELETE

      *>Les compteurs de disponibilité de l'évènement disparu aussi
             MOVE fe_num TO Wd_event
             PERFORM PURGER_COMPTEURS_EVENEMENT

             DISPLAY "Annulation terminée : " Wev_nb_resas
              " réservation(s) remboursée(s), " Wev_nb_wait
              " inscription(s) en liste d'attente effacée(s)."
            END-IF
           END-IF
         END-READ
         CLOSE fevenements
         .


         GENERER_SERIE_EVENEMENTS.
      *>Création en série des matchs à domicile d'une saison : un stade,
      *>un prix de base, une racine de nom et un rythme (date et heure du
      *>premier match + intervalle en jours) suffisent ; les numéros
      *>d'évènements sont attribués séquentiellement à partir du plus
      *>grand numéro existant et chaque date est validée contre la
      *>fenêtre d'années autorisée, les matchs hors fenêtre étant
      *>signalés sans bloquer le reste de la série
         PERFORM DETERMINER_FENETRE_ANNEES
         MOVE 0 TO Wg_stade_ok
         DISPLAY "Numéro du stade : "
         ACCEPT fs_num
         OPEN INPUT fstades
         READ fstades
          INVALID KEY
           DISPLAY "Stade inéxistant. "
          NOT INVALID KEY
           MOVE 1 TO Wg_stade_ok
           MOVE fs_num TO Wg_stade
         END-READ
         CLOSE fstades

         IF Wg_stade_ok = 1 THEN
          PERFORM WITH TEST AFTER UNTIL Wg_prix > 0
           DISPLAY "Prix de base des matchs : "
           ACCEPT Wg_prix
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_racine NOT EQUAL " "
           DISPLAY "Racine du nom des matchs (ex : RC LENS) : "
           ACCEPT Wg_racine
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_nb_matchs > 0
           DISPLAY "Nombre de matchs à créer : "
           ACCEPT Wg_nb_matchs
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_intervalle > 0
           DISPLAY "Intervalle entre matchs en jours (7 = hebdo) : "
           ACCEPT Wg_intervalle
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_jour > 0 AND Wg_jour <= 31
           DISPLAY "Jour du premier match : "
           ACCEPT Wg_jour
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_mois > 0 AND Wg_mois <= 12
           DISPLAY "Mois du premier match : "
           ACCEPT Wg_mois
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_annee >= Wannee_min
           AND Wg_annee <= Wannee_max
           DISPLAY "Année du premier match : "
           ACCEPT Wg_annee
          END-PERFORM

          PERFORM WITH TEST AFTER UNTIL Wg_heure < 24
           DISPLAY "Heure des matchs : "
           ACCEPT Wg_heure
          END-PERFORM

      *>Numérotation séquentielle à partir du plus grand numéro existant
          OPEN I-O fevenements
          MOVE 0 TO Wg_num_suivant
          MOVE 0 TO Wg_fin
          PERFORM WITH TEST AFTER UNTIL Wg_fin = 1
           READ fevenements NEXT RECORD
            AT END
             MOVE 1 TO Wg_fin
            NOT AT END
             IF fe_num > Wg_num_suivant THEN
              MOVE fe_num TO Wg_num_suivant
             END-IF
           END-READ
          END-PERFORM

          MOVE 0 TO Wg_crees
          MOVE 0 TO Wg_rejetes
          PERFORM VARYING Wg_i FROM 1 BY 1 UNTIL Wg_i > Wg_nb_matchs
           IF Wg_annee >= Wannee_min AND Wg_annee <= Wannee_max THEN
            COMPUTE Wg_num_suivant = Wg_num_suivant + 1
            MOVE Wg_num_suivant TO fe_num
            MOVE SPACES TO fe_nom
            STRING Wg_racine DELIMITED BY "  "
             " J" DELIMITED BY SIZE
             Wg_i DELIMITED BY SIZE
             INTO fe_nom
            MOVE Wg_jour TO fe_jour
            MOVE Wg_mois TO fe_mois
            MOVE Wg_annee TO fe_annee
            MOVE Wg_heure TO fe_heure
            MOVE Wg_stade TO fe_num_stade
            MOVE Wg_prix TO fe_prix_base
            WRITE evtsTampon
             INVALID KEY
              COMPUTE Wg_rejetes = Wg_rejetes + 1
              DISPLAY "Evenement " fe_num " : problème enregistrement"
             NOT INVALID KEY
              COMPUTE Wg_crees = Wg_crees + 1
              DISPLAY "Evenement " fe_num " créé : " fe_nom
               " le " fe_jour "/" fe_mois "/" fe_annee " " fe_heure "h"
              MOVE "fevenements" TO Wj_fichier
              MOVE "AJOUT" TO Wj_operation
              MOVE fe_num TO Wj_clef
              PERFORM JOURNALISER
            END-WRITE
           ELSE
            COMPUTE Wg_rejetes = Wg_rejetes + 1
            DISPLAY "Date " Wg_jour "/" Wg_mois "/" Wg_annee
             " hors fenêtre autorisée (" Wannee_min "-" Wannee_max
             ") - match non créé"
           END-IF
           PERFORM AVANCER_DATE_SERIE
          END-PERFORM
          CLOSE fevenements

          DISPLAY "-------------------------------------------"
          DISPLAY Wg_crees " évènement(s) créé(s), "
           Wg_rejetes " rejeté(s)."
         END-IF
         .


         AVANCER_DATE_SERIE.
      *>Avance la date Wg_jour/Wg_mois/Wg_annee de Wg_intervalle jours,
      *>avec passage des fins de mois et des années bissextiles
         PERFORM VARYING Wg_k FROM 1 BY 1 UNTIL Wg_k > Wg_intervalle
          PERFORM CALCULER_JOURS_DU_MOIS
          IF Wg_jour < Wg_jours_mois THEN
           COMPUTE Wg_jour = Wg_jour + 1
          ELSE
           MOVE 1 TO Wg_jour
           IF Wg_mois < 12 THEN
            COMPUTE Wg_mois = Wg_mois + 1
           ELSE
            MOVE 1 TO Wg_mois
            COMPUTE Wg_annee = Wg_annee + 1
           END-IF
          END-IF
         END-PERFORM
         .


         CALCULER_JOURS_DU_MOIS.
      *>Nombre de jours du mois Wg_mois pour l'année Wg_annee
         EVALUATE Wg_mois
          WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
           MOVE 31 TO Wg_jours_mois
          WHEN 4 WHEN 6 WHEN 9 WHEN 11
           MOVE 30 TO Wg_jours_mois
          WHEN 2
           MOVE 28 TO Wg_jours_mois
           DIVIDE Wg_annee BY 4 GIVING Wg_quotient REMAINDER Wg_reste
           IF Wg_reste = 0 THEN
            DIVIDE Wg_annee BY 100 GIVING Wg_quotient
             REMAINDER Wg_reste
            IF Wg_reste NOT = 0 THEN
             MOVE 29 TO Wg_jours_mois
            ELSE
             DIVIDE Wg_annee BY 400 GIVING Wg_quotient
              REMAINDER Wg_reste
             IF Wg_reste = 0 THEN
              MOVE 29 TO Wg_jours_mois
             END-IF
            END-IF
           END-IF
         END-EVALUATE
         .


         DETERMINER_FENETRE_ANNEES.
      *>Calcule une fenêtre d'années glissante autour de l'année en cours
      *>(un an en arrière, cinq ans à venir) pour la saisie de fe_annee,
      *>afin de ne plus dépendre d'un intervalle figé (ex: 2016-2018)
         ACCEPT Wdate_systeme FROM DATE YYYYMMDD
         COMPUTE Wannee_min = Wsys_annee - 1
         COMPUTE Wannee_max = Wsys_annee + 5
         .



         AJOUT_RESERVATION.
         OPEN I-O freservations
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          
          MOVE 0 TO nb_place_dispo
          MOVE 0 TO WalreadyExists
          MOVE 0 TO WalreadyExists2
          MOVE 0 TO Wok
          PERFORM WITH TEST AFTER UNTIL WalreadyExists = 1

      *>Vérification de l'existence de l'utilisateur
      *>Récupération numéro de l'utilisateur
           DISPLAY "Numéro de l'utilisateur : "
           ACCEPT fu_num

           OPEN INPUT futilisateurs
      *>Tentative de lecture
           READ futilisateurs
            INVALID KEY
      *>Le numéro d'utilisateur n'existe pas
             DISPLAY "Utilisateur inéxistant. "
            NOT INVALID KEY
      *>L'utilisateur existe alors 
             MOVE 1 TO WalreadyExists
             
                PERFORM WITH TEST AFTER UNTIL WalreadyExists2 = 1
      *>Vérification de l'existence de l'évènement
      *>Récupération numéro de l'évènement
                   DISPLAY "Numéro de l'évènement : "
                   ACCEPT fe_num
        
                   OPEN INPUT fevenements
     *>Tentative de lecture
                   READ fevenements
                    INVALID KEY
     *>Le numéro d'évènement n'existe pas
                     DISPLAY "Evènement inéxistant. "
                    NOT INVALID KEY
      *>L'évènement existe alors 
                    
                     MOVE fe_prix_base TO prix_base
                     MOVE 1 TO WalreadyExists2
         PERFORM WITH TEST AFTER UNTIL nb_place > 0
                       DISPLAY "Nombre de place a réserver?"
                   ACCEPT nb_place
         END-PERFORM
         DISPLAY "Catégorie des places?"
                     ACCEPT num_categ

      *>Mode d'attribution des places : automatique (premières places
      *>libres, comme avant), choix de l'opérateur sur la carte, ou
      *>suite de places adjacentes dans une même rangée
                     PERFORM WITH TEST AFTER UNTIL Wsp_mode >= 1
                      AND Wsp_mode <= 3
                      DISPLAY "Attribution des places (1=automatique"
                       " 2=choix sur carte 3=adjacentes) : "
                      ACCEPT Wsp_mode
                     END-PERFORM
      *>Une suite adjacente peut être demandée pour un spectateur en
      *>fauteuil roulant : elle est alors cherchée parmi les
      *>emplacements fauteuil et les places accompagnateur
                     MOVE 0 TO Wac_accessible
                     IF Wsp_mode = 3 THEN
                      PERFORM WITH TEST AFTER UNTIL Wac_accessible <= 1
                       DISPLAY "Réservation accessible (fauteuil +"
                        " accompagnateur) ? 1 ou 0"
                       ACCEPT Wac_accessible
                      END-PERFORM
                     END-IF

      *>Remise de groupe selon le nombre de places de cette réservation
                     MOVE 0 TO Wremise_groupe_pct
                     IF nb_place >= 15 THEN
                      MOVE 15 TO Wremise_groupe_pct
                     END-IF

      *>Code promotionnel éventuel
                     DISPLAY "Code promo (laisser vide si aucun) : "
                     MOVE SPACES TO Wpromo_code
                     ACCEPT Wpromo_code
                     PERFORM RECHERCHER_PROMO

      *>Canal de vente ou agence à l'origine de la réservation
                     PERFORM SAISIR_CANAL

      *>Respect du quota de vente de la catégorie pour cet évènement
                     MOVE nb_place TO Wcg_demande
                     PERFORM VERIFIER_QUOTA_CATEGORIE
      *>Les places sous option non expirée restent bloquées à la vente
                     PERFORM COMPTER_OPTIONS_ACTIVES
                     PERFORM VERIFIER_DISPONIBILITE
                     MOVE fe_num_stade TO fp_num_stade
                     OPEN INPUT fplaces
                     IF Wcg_quota_ok = 0 THEN
                      DISPLAY "Quota de vente de la catégorie atteint"
                       " pour cet évènement"
                     ELSE
                     IF Wd_compteur_ok = 1 THEN
      *>Le compteur de disponibilité répond en une lecture, sans
      *>balayer tout le fichier des places
                      IF Wd_libres >= nb_place + Wo_bloquees THEN
                       MOVE 1 TO Wok
                      ELSE
                       DISPLAY "Pas assez de place disponible"
                      END-IF
                     ELSE
                     START fplaces,
                       KEY = fp_num_stade
                          INVALID KEY
                            DISPLAY "1"
                    NOT INVALID KEY
                            MOVE 0 TO Wfin
                            
                          PERFORM WITH TEST AFTER UNTIL Wfin = 1 
                            READ fplaces NEXT RECORD
                            AT END
                             MOVE 1 TO Wfin
                             DISPLAY "Pas assez de place disponible"
                            NOT AT END
                            
      *>Les emplacements fauteuil/accompagnateur ne comptent pas pour
      *>l'attribution automatique, qui ne les prend jamais
                             IF fp_categorie = num_categ
                              AND (Wsp_mode NOT = 1
                              OR (fp_attribut NOT = "F"
                              AND fp_attribut NOT = "A")) THEN
                               MOVE fp_num TO fr_num_place
                               MOVE fp_tribune TO fr_tribune
                               MOVE fp_rangee TO fr_rangee
                               MOVE fp_categorie TO fr_categorie
                               
                               READ freservations
                                INVALID KEY
                               COMPUTE nb_place_dispo = nb_place_dispo + 1
                            IF nb_place_dispo >= nb_place + Wo_bloquees THEN
                                    MOVE 1 TO Wok
                                   
                                    MOVE 1 TO Wfin
                                    
                                 END-IF
                                NOT INVALID KEY
                                 DISPLAY "."
                              
            
                              
                               END-READ
                              
                             
                            END-IF
                           
                            END-READ
                          END-PERFORM
                         END-START
                     END-IF
                     END-IF

            END-READ
                END-PERFORM
                END-READ

                END-PERFORM
                IF Wok NOT = 1 THEN
                 PERFORM AJOUT_WAITLIST
                END-IF
                PERFORM DETERMINER_TARIFSUPL

                IF Wok = 1 THEN
                MOVE 0 TO prix_tot
                EVALUATE Wsp_mode
                 WHEN 2
                  PERFORM RESERVER_PLACES_CHOISIES
                 WHEN 3
                  PERFORM RESERVER_PLACES_ADJACENTES
                 WHEN OTHER
                    START fplaces,
                       KEY = fp_num_stade
                            MOVE 0 TO Wnbplace
                            MOVE 0 TO Wfin2

                            PERFORM WITH TEST AFTER UNTIL Wnbplace = nb_place
                             OR Wfin2 = 1
                            READ fplaces NEXT RECORD
      *>Fin de fichier avant d'avoir servi toutes les places : le
      *>compteur de disponibilité avait surestimé l'offre (dérive),
      *>la vente s'arrête au lieu de boucler sans fin
                             AT END
                              MOVE 1 TO Wfin2
                              DISPLAY "Pas assez de place disponible -"
                               " vente interrompue à " Wnbplace
                               " place(s), relancer la reconstruction"
                               " des compteurs."
                             NOT AT END
                            IF fp_categorie = num_categ
                             AND fp_attribut NOT = "F"
                             AND fp_attribut NOT = "A" THEN
      *>La place est libre si aucun client ne la détient pour
      *>l'évènement (clef alternative fr_clef_place)
                               PERFORM VERIFIER_OCCUPATION_PLACE
                               IF Wm_occupe = 0 THEN
                                MOVE fp_num TO fr_num_place
                                MOVE fp_tribune TO fr_tribune
                                MOVE fp_rangee TO fr_rangee
                                MOVE fp_categorie TO fr_categorie
                                MOVE fu_num TO fr_num_utilisateur
                                MOVE fe_num TO fr_num_event

                                   DISPLAY "Place disponible:"
                                   Display fp_num
                                   Display "Age de la personne concernée? (Un justificatif pourra être demandé en entrant dans le stade)"
                                   Accept  fr_age
                                   MOVE fp_attribut TO Wac_attribut
                                   PERFORM CALCULER_ET_ENREGISTRER_RESERVATION
      *>Place prise par un autre guichet : on passe à la suivante
                                   IF Wtrouve = 1 THEN
                                    COMPUTE Wnbplace = Wnbplace + 1
                                   END-IF

                               ELSE
                                DISPLAY "."
                               END-IF
                               
                             
                            
                            
                            END-IF
                             END-READ
                            END-PERFORM
                      END-START
                END-EVALUATE
                      DISPLAY "Prix total de votre réservation:"
                      DISPLAY prix_tot
                    END-IF
                    CLOSE fplaces         
                    CLOSE freservations 
                    CLOSE futilisateurs
                    CLOSE fevenements
                    
                   

                   
                
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM
         END-PERFORM
         .


         MESURER_CARTE_CATEGORIE.
      *>Relève la plus grande tribune, la plus grande rangée et le plus
      *>grand numéro de place où la catégorie num_categ possède des
      *>places, pour le stade de l'évènement courant (evtsTampon) ;
      *>fplaces est supposé déjà ouvert par l'appelant
         MOVE 0 TO Wsp_max_tribune
         MOVE 0 TO Wsp_max_rangee
         MOVE 0 TO Wsp_max_num
         MOVE fe_num_stade TO fp_num_stade
         START fplaces KEY = fp_num_stade
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wsp_fin
           PERFORM WITH TEST AFTER UNTIL Wsp_fin = 1
            READ fplaces NEXT RECORD
             AT END
              MOVE 1 TO Wsp_fin
             NOT AT END
              IF fp_num_stade NOT = fe_num_stade THEN
               MOVE 1 TO Wsp_fin
              ELSE
               IF fp_categorie = num_categ THEN
                IF fp_tribune > Wsp_max_tribune THEN
                 MOVE fp_tribune TO Wsp_max_tribune
                END-IF
                IF fp_rangee > Wsp_max_rangee THEN
                 MOVE fp_rangee TO Wsp_max_rangee
                END-IF
                IF fp_num > Wsp_max_num THEN
                 MOVE fp_num TO Wsp_max_num
                END-IF
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         .


         AFFICHER_CARTE_CATEGORIE.
      *>Carte des places de la catégorie num_categ pour l'évènement
      *>courant, tribune par tribune et rangée par rangée, pour guider
      *>le choix de l'opérateur ; fplaces et freservations sont
      *>supposés déjà ouverts par l'appelant
         PERFORM MESURER_CARTE_CATEGORIE
         DISPLAY "-------------------------------------------"
         DISPLAY "|  CARTE DES PLACES - Catégorie " num_categ
         DISPLAY "-------------------------------------------"
         DISPLAY "  [F] fauteuil roulant  [A] accompagnateur"
          "  [V] visibilité réduite"
         PERFORM VARYING Wsp_tribune_i FROM 1 BY 1
          UNTIL Wsp_tribune_i > Wsp_max_tribune
          PERFORM VARYING Wsp_rangee_i FROM 1 BY 1
           UNTIL Wsp_rangee_i > Wsp_max_rangee
           MOVE fe_num_stade TO fp_num_stade
           START fplaces KEY = fp_num_stade
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE 0 TO Wsp_fin
             PERFORM WITH TEST AFTER UNTIL Wsp_fin = 1
              READ fplaces NEXT RECORD
               AT END
                MOVE 1 TO Wsp_fin
               NOT AT END
                IF fp_num_stade NOT = fe_num_stade THEN
                 MOVE 1 TO Wsp_fin
                ELSE
                 IF fp_categorie = num_categ
                  AND fp_tribune = Wsp_tribune_i
                  AND fp_rangee = Wsp_rangee_i THEN
                  PERFORM VERIFIER_OCCUPATION_PLACE
                  PERFORM SYMBOLE_PLACE
                  IF Wm_occupe = 1 THEN
                   DISPLAY "  Tribune " fp_tribune " Rangée "
                    fp_rangee " Place " fp_num " [OCCUPEE]" Wac_symbole
                  ELSE
                   DISPLAY "  Tribune " fp_tribune " Rangée "
                    fp_rangee " Place " fp_num " [LIBRE]" Wac_symbole
                  END-IF
                 END-IF
                END-IF
              END-READ
             END-PERFORM
           END-START
          END-PERFORM
         END-PERFORM
         .


         RESERVER_PLACE_SAISIE.
      *>Ecrit la réservation de la place posée dans fr_clef_place pour
      *>l'utilisateur et l'évènement courants : saisie de l'âge puis
      *>calcul du prix et écriture par le paragraphe commun (Wtrouve = 1
      *>si la réservation a bien été écrite)
         MOVE 0 TO Wtrouve
         MOVE fu_num TO fr_num_utilisateur
         MOVE fe_num TO fr_num_event
         READ freservations
          INVALID KEY
           DISPLAY "Place retenue : " fr_num_place " tribune "
            fr_tribune " rangée " fr_rangee
           DISPLAY "Age de la personne concernée? (Un justificatif pourra être demandé en entrant dans le stade)"
           ACCEPT fr_age
           PERFORM CALCULER_ET_ENREGISTRER_RESERVATION
          NOT INVALID KEY
           DISPLAY "Cet utilisateur a déjà réservé cette place."
         END-READ
         .


         RESERVER_PLACES_CHOISIES.
      *>L'opérateur choisit chaque place sur la carte : saisie du
      *>numéro/tribune/rangée, validée contre fplaces (existence dans
      *>la catégorie) et contre les réservations en cours ; le contrôle
      *>d'entrée de AJOUT_RESERVATION garantit déjà que le contingent
      *>sous option (Wo_bloquees) reste disponible après la vente
         PERFORM AFFICHER_CARTE_CATEGORIE
         MOVE 0 TO Wnbplace
         MOVE 0 TO Wsp_stop
         PERFORM WITH TEST AFTER UNTIL Wnbplace = nb_place
          OR Wsp_stop = 1
          DISPLAY "Numéro de la place (0 = abandonner) : "
          ACCEPT Wsp_num
          IF Wsp_num = 0 THEN
           MOVE 1 TO Wsp_stop
           DISPLAY "Saisie interrompue - " Wnbplace
            " place(s) réservée(s)."
          ELSE
           DISPLAY "Tribune : "
           ACCEPT Wsp_tribune
           DISPLAY "Rangée : "
           ACCEPT Wsp_rangee
           MOVE Wsp_num TO fp_num
           MOVE Wsp_tribune TO fp_tribune
           MOVE Wsp_rangee TO fp_rangee
           MOVE fe_num_stade TO fp_num_stade
           MOVE num_categ TO fp_categorie
           READ fplaces
            INVALID KEY
             DISPLAY "Cette place n'existe pas dans cette catégorie."
            NOT INVALID KEY
             PERFORM VERIFIER_OCCUPATION_PLACE
             IF Wm_occupe = 1 THEN
              DISPLAY "Place déjà réservée pour cet évènement."
             ELSE
              MOVE Wsp_num TO fr_num_place
              MOVE Wsp_tribune TO fr_tribune
              MOVE Wsp_rangee TO fr_rangee
              MOVE num_categ TO fr_categorie
              MOVE fp_attribut TO Wac_attribut
              PERFORM RESERVER_PLACE_SAISIE
              IF Wtrouve = 1 THEN
               COMPUTE Wnbplace = Wnbplace + 1
              END-IF
             END-IF
           END-READ
          END-IF
         END-PERFORM
         .


         RESERVER_PLACES_ADJACENTES.
      *>Recherche d'une suite de nb_place numéros de places consécutifs
      *>libres dans une même rangée de la catégorie ; la vente n'est
      *>acceptée que si une telle suite existe, sinon proposition de
      *>la liste d'attente. Wsp_libre vaut 1 pour une place ordinaire
      *>libre, 2 fauteuil roulant, 3 accompagnateur, 4 visibilité
      *>réduite ; une réservation accessible (Wac_accessible = 1) ne
      *>prend que des emplacements fauteuil/accompagnateur, une
      *>réservation ordinaire ne les prend jamais
         PERFORM MESURER_CARTE_CATEGORIE
         MOVE 0 TO Wsp_trouve
         PERFORM VARYING Wsp_tribune_i FROM 1 BY 1
          UNTIL Wsp_tribune_i > Wsp_max_tribune OR Wsp_trouve = 1
          PERFORM VARYING Wsp_rangee_i FROM 1 BY 1
           UNTIL Wsp_rangee_i > Wsp_max_rangee OR Wsp_trouve = 1
      *>Relevé des places libres de la rangée
           MOVE ZEROS TO Wsp_table
           MOVE fe_num_stade TO fp_num_stade
           START fplaces KEY = fp_num_stade
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE 0 TO Wsp_fin
             PERFORM WITH TEST AFTER UNTIL Wsp_fin = 1
              READ fplaces NEXT RECORD
               AT END
                MOVE 1 TO Wsp_fin
               NOT AT END
                IF fp_num_stade NOT = fe_num_stade THEN
                 MOVE 1 TO Wsp_fin
                ELSE
                 IF fp_categorie = num_categ
                  AND fp_tribune = Wsp_tribune_i
                  AND fp_rangee = Wsp_rangee_i THEN
                  PERFORM VERIFIER_OCCUPATION_PLACE
                  IF Wm_occupe = 0 THEN
                   EVALUATE fp_attribut
                    WHEN "F"
                     MOVE 2 TO Wsp_libre(fp_num)
                    WHEN "A"
                     MOVE 3 TO Wsp_libre(fp_num)
                    WHEN "V"
                     MOVE 4 TO Wsp_libre(fp_num)
                    WHEN OTHER
                     MOVE 1 TO Wsp_libre(fp_num)
                   END-EVALUATE
                  END-IF
                 END-IF
                END-IF
              END-READ
             END-PERFORM
           END-START
      *>Recherche d'une suite de numéros consécutifs libres
           MOVE 0 TO Wsp_suite
           PERFORM VARYING Wsp_i FROM 1 BY 1
            UNTIL Wsp_i > Wsp_max_num OR Wsp_trouve = 1
            IF (Wac_accessible = 0 AND (Wsp_libre(Wsp_i) = 1
             OR Wsp_libre(Wsp_i) = 4))
             OR (Wac_accessible = 1 AND (Wsp_libre(Wsp_i) = 2
             OR Wsp_libre(Wsp_i) = 3)) THEN
             COMPUTE Wsp_suite = Wsp_suite + 1
             IF Wsp_suite >= nb_place THEN
              COMPUTE Wsp_debut = Wsp_i - nb_place + 1
              MOVE 1 TO Wac_suite_ok
              IF Wac_accessible = 1 THEN
               PERFORM CONTROLER_SUITE_ACCESSIBLE
              END-IF
              IF Wac_suite_ok = 1 THEN
               MOVE Wsp_tribune_i TO Wsp_tribune
               MOVE Wsp_rangee_i TO Wsp_rangee
               MOVE 1 TO Wsp_trouve
              END-IF
             END-IF
            ELSE
             MOVE 0 TO Wsp_suite
            END-IF
           END-PERFORM
          END-PERFORM
         END-PERFORM

         IF Wsp_trouve = 0 THEN
          DISPLAY "Pas de suite de " nb_place " place(s) contiguë(s)"
           " libre(s) dans cette catégorie - vente refusée."
          PERFORM AJOUT_WAITLIST
         ELSE
          COMPUTE Wsp_num = Wsp_debut + nb_place - 1
          DISPLAY "Suite trouvée : tribune " Wsp_tribune " rangée "
           Wsp_rangee " places " Wsp_debut " à " Wsp_num
          PERFORM VARYING Wsp_i FROM Wsp_debut BY 1
           UNTIL Wsp_i > Wsp_num
           MOVE Wsp_i TO fr_num_place
           MOVE Wsp_tribune TO fr_tribune
           MOVE Wsp_rangee TO fr_rangee
           MOVE num_categ TO fr_categorie
           EVALUATE Wsp_libre(Wsp_i)
            WHEN 2
             MOVE "F" TO Wac_attribut
            WHEN 3
             MOVE "A" TO Wac_attribut
            WHEN 4
             MOVE "V" TO Wac_attribut
            WHEN OTHER
             MOVE SPACE TO Wac_attribut
           END-EVALUATE
           PERFORM RESERVER_PLACE_SAISIE
          END-PERFORM
         END-IF
         .


         DETERMINER_TARIFSUPL.
      *>Tarif supplémentaire de la catégorie num_categ pour le stade de
      *>l'évènement courant (fe_num_stade), lu au catalogue des
      *>catégories ; les anciens codes numériques "1"/"2"/"3" (0/25/50)
      *>restent reconnus pour les stades sans fiche catégorie
         MOVE 0 TO TARIFSUPL
         MOVE 0 TO Wcg_trouvee
         OPEN INPUT fcategories
         MOVE fe_num_stade TO fc_num_stade
         MOVE num_categ TO fc_code
         READ fcategories
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 1 TO Wcg_trouvee
           MOVE fc_supplement TO TARIFSUPL
         END-READ
         CLOSE fcategories
         IF Wcg_trouvee = 0 THEN
          IF num_categ = 2 THEN
           MOVE 25 TO TARIFSUPL
          END-IF
          IF num_categ = 3 THEN
           MOVE 50 TO TARIFSUPL
          END-IF
         END-IF
         .


         VERIFIER_QUOTA_CATEGORIE.
      *>Vérifie que le quota de vente de la catégorie num_categ n'est
      *>pas dépassé pour l'évènement fe_num si Wcg_demande place(s) de
      *>plus sont vendues (Wcg_quota_ok = 1 si la vente peut se faire).
      *>Sans fiche catégorie ou avec un quota à zéro, pas de limitation.
      *>freservations est supposé déjà ouvert par l'appelant.
         MOVE 1 TO Wcg_quota_ok
         MOVE 0 TO Wcg_trouvee
         OPEN INPUT fcategories
         MOVE fe_num_stade TO fc_num_stade
         MOVE num_categ TO fc_code
         READ fcategories
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 1 TO Wcg_trouvee
         END-READ
         CLOSE fcategories

         IF Wcg_trouvee = 1 AND fc_quota > 0 THEN
          MOVE 0 TO Wcg_vendues
      *>Le compteur de disponibilité évite de relire toutes les
      *>réservations de l'évènement quand il est tenu
          PERFORM VERIFIER_DISPONIBILITE
          IF Wd_compteur_ok = 1 THEN
           MOVE Wd_vendues TO Wcg_vendues
          ELSE
          MOVE fe_num TO fr_num_event
          START freservations KEY = fr_num_event
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wcg_fin
            PERFORM WITH TEST AFTER UNTIL Wcg_fin = 1
             READ freservations NEXT RECORD
              AT END
               MOVE 1 TO Wcg_fin
              NOT AT END
               IF fr_num_event NOT = fe_num THEN
                MOVE 1 TO Wcg_fin
               ELSE
                IF fr_categorie = num_categ THEN
                 COMPUTE Wcg_vendues = Wcg_vendues + 1
                END-IF
               END-IF
             END-READ
            END-PERFORM
          END-START
          END-IF
          IF Wcg_vendues + Wcg_demande > fc_quota THEN
           MOVE 0 TO Wcg_quota_ok
          END-IF
         END-IF
         .


         CALCULER_ET_ENREGISTRER_RESERVATION.
      *>Calcul du prix selon l'âge et écriture de la réservation ; commun à
      *>la saisie interactive et au chargement batch. Suppose fr_num_place,
      *>fr_tribune, fr_rangee, fr_categorie, fr_num_utilisateur, fr_num_event,
      *>fr_age, prix_base et TARIFSUPL déjà renseignés, et que la place
      *>n'est pas déjà réservée pour ce couple utilisateur/évènement.
      *>Wac_attribut porte l'attribut de la place vendue (posé par
      *>l'appelant, remis à blanc ici) : une place à visibilité réduite
      *>bénéficie de la remise Wac_remise_vue.
         MOVE 0 TO Wtrouve
         COMPUTE fr_prix = TARIFSUPL + prix_base

      *>Tranche d'âge lue au barème tarifaire ; sans ligne applicable,
      *>le barème historique reste en repli : 50% du tarif avant 18
      *>ans, 30% après 59 ans, plein tarif sinon
         PERFORM RECHERCHER_TARIF_AGE
         IF Wtf_age_trouve = 1 THEN
          COMPUTE fr_prix = fr_prix * Wtf_age_pct / 100
         ELSE
          IF fr_age < 18 THEN
           COMPUTE fr_prix = fr_prix * 0.5
          END-IF
          IF fr_age > 59 THEN
           COMPUTE fr_prix = 0.3 * fr_prix
          END-IF
         END-IF

      *>Palier early-bird du barème : remise supplémentaire si la vente
      *>se fait assez de jours avant la date du match
         PERFORM RECHERCHER_TARIF_DATE
         IF Wtf_date_trouve = 1 THEN
          COMPUTE fr_prix = fr_prix * (1 - (Wtf_date_pct / 100))
         END-IF

      *>Remise des places à visibilité réduite
         IF Wac_attribut = "V" THEN
          COMPUTE fr_prix = fr_prix * (1 - (Wac_remise_vue / 100))
         END-IF
         MOVE SPACE TO Wac_attribut

         DISPLAY "PRIX:"
         DISPLAY fr_prix
         COMPUTE prix_tot = prix_tot + fr_prix

      *>Application de la remise de groupe et/ou du code promo, tracée sur
      *>la réservation via fr_remise_pct/fr_code_promo
         COMPUTE Wremise_totale_pct = Wremise_groupe_pct + Wpromo_pct
         IF Wremise_totale_pct > 0 THEN
          COMPUTE prix_tot = prix_tot - fr_prix
          COMPUTE fr_prix = fr_prix * (1 - (Wremise_totale_pct / 100))
          COMPUTE prix_tot = prix_tot + fr_prix
         END-IF
         MOVE Wremise_totale_pct TO fr_remise_pct
         MOVE Wpromo_code TO fr_code_promo
         ACCEPT fr_date_creation FROM DATE YYYYMMDD
         MOVE Wca_canal TO fr_canal

      *>La place s'écrit sous le verrou du compteur de l'évènement/
      *>catégorie : un seul guichet à la fois vend dans ce contingent,
      *>et la place est recontrôlée sous verrou au cas où un autre
      *>guichet l'aurait vendue depuis son affichage
         PERFORM PRENDRE_VERROU_VENTE
         IF Wlk_etat NOT = 0 THEN
          MOVE "fdispo" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
          DISPLAY "Place en cours de vente à un autre guichet,"
           " choisissez-en une autre."
          COMPUTE prix_tot = prix_tot - fr_prix
         ELSE
          PERFORM CONTROLER_PLACE_SOUS_VERROU
          IF Wlk_place_prise = 1 THEN
           MOVE "freserv" TO Wlk_fichier
           PERFORM SIGNALER_CONFLIT_VERROU
           DISPLAY "Place vendue entre-temps à un autre guichet,"
            " choisissez-en une autre."
           COMPUTE prix_tot = prix_tot - fr_prix
          ELSE
           WRITE reservTampon
            INVALID KEY DISPLAY 'Problème enregistrement'
            NOT INVALID KEY
             DISPLAY 'Enregistrement inséré'
             MOVE 1 TO Wtrouve
             MOVE "freservations" TO Wj_fichier
             MOVE "AJOUT" TO Wj_operation
             MOVE fr_clef TO Wj_clef
             PERFORM JOURNALISER
      *>Le compteur de disponibilité de l'évènement/catégorie suit
             MOVE fr_num_event TO Wd_event
             MOVE fr_categorie TO Wd_categorie
             MOVE 1 TO Wd_delta_vendues
             MOVE 0 TO Wd_delta_options
             PERFORM MAJ_COMPTEUR_DISPO
             PERFORM EMETTRE_BILLET
           END-WRITE
          END-IF
          PERFORM LIBERER_VERROU_VENTE
         END-IF
         .


         EMETTRE_BILLET.
      *>Emission du billet de la réservation qui vient d'être écrite
      *>(reservTampon et evtsTampon courants) : attribution d'un numéro
      *>de billet unique séquentiel, trace dans ftickets et affichage de
      *>la ligne imprimable remise au client ; un numéro pris entre-temps
      *>par un autre guichet fait passer au suivant
         OPEN I-O ftickets
      *>Premier billet de la session : on repart du plus grand numéro
      *>déjà émis pour garantir l'unicité d'une session à l'autre
         IF Wtk_dernier = 0 THEN
          MOVE 0 TO Wtk_fin
          PERFORM WITH TEST AFTER UNTIL Wtk_fin = 1
           READ ftickets NEXT RECORD
            AT END
             MOVE 1 TO Wtk_fin
            NOT AT END
             IF fk_num > Wtk_dernier THEN
              MOVE fk_num TO Wtk_dernier
             END-IF
           END-READ
          END-PERFORM
         END-IF
         MOVE fr_num_event TO fk_num_event
         MOVE fr_num_utilisateur TO fk_num_utilisateur
         MOVE fr_clef_place TO fk_clef_place
         MOVE fr_prix TO fk_prix
         MOVE 0 TO fk_etat
         MOVE 0 TO fk_date_controle
         MOVE 0 TO fk_heure_controle
         MOVE 0 TO Wtk_ecrit
         MOVE 0 TO Wtk_essais
         PERFORM WITH TEST AFTER UNTIL Wtk_ecrit = 1 OR Wtk_essais >= 20
          COMPUTE Wtk_dernier = Wtk_dernier + 1
          COMPUTE Wtk_essais = Wtk_essais + 1
          MOVE Wtk_dernier TO fk_num
          WRITE billetTampon
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 1 TO Wtk_ecrit
          END-WRITE
         END-PERFORM
         IF Wtk_ecrit = 0 THEN
          DISPLAY 'Problème émission du billet'
         ELSE
           MOVE SPACES TO Wligne_rapport
           STRING "BILLET No " DELIMITED BY SIZE
            fk_num DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            fe_nom DELIMITED BY SIZE
            " le " DELIMITED BY SIZE
            fe_jour DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            fe_mois DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            fe_annee DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fe_heure DELIMITED BY SIZE
            "h" DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
           MOVE SPACES TO Wligne_rapport
           STRING "  Place " DELIMITED BY SIZE
            fr_num_place DELIMITED BY SIZE
            " Tribune " DELIMITED BY SIZE
            fr_tribune DELIMITED BY SIZE
            " Rangée " DELIMITED BY SIZE
            fr_rangee DELIMITED BY SIZE
            " Catégorie " DELIMITED BY SIZE
            fr_categorie DELIMITED BY SIZE
            " - Prix payé " DELIMITED BY SIZE
            fr_prix DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
           MOVE "ftickets" TO Wj_fichier
           MOVE "EMISSION" TO Wj_operation
           MOVE fk_num TO Wj_clef
           PERFORM JOURNALISER
         END-IF
         CLOSE ftickets
         .


         RECHERCHER_PROMO.
      *>Recherche du pourcentage de remise correspondant à Wpromo_code
      *>dans le fichier des codes promotionnels ; 0 si code vide ou inconnu
         MOVE 0 TO Wpromo_pct
         IF Wpromo_code NOT = SPACES THEN
          OPEN INPUT fpromotions
          MOVE Wpromo_code TO ft_code
          READ fpromotions
           INVALID KEY
            DISPLAY "Code promotionnel inconnu."
           NOT INVALID KEY
            MOVE ft_pct TO Wpromo_pct
          END-READ
          CLOSE fpromotions
         END-IF
         .


         RECHERCHER_TARIF_AGE.
      *>Cherche au barème tarifaire la première tranche d'âge (type 1)
      *>applicable à fr_age et valide à la date du jour ; si aucune
      *>ligne ne correspond, l'appelant applique le barème historique
         MOVE 0 TO Wtf_age_trouve
         MOVE 100 TO Wtf_age_pct
         ACCEPT Wtf_jour FROM DATE YYYYMMDD
         OPEN INPUT ftarifs
         MOVE 0 TO Wtf_fin
         PERFORM WITH TEST AFTER UNTIL Wtf_fin = 1
          OR Wtf_age_trouve = 1
          READ ftarifs NEXT RECORD
           AT END
            MOVE 1 TO Wtf_fin
           NOT AT END
            IF ftf_type = 1
             AND fr_age >= ftf_borne_min
             AND fr_age <= ftf_borne_max
             AND (ftf_date_debut = 0 OR Wtf_jour >= ftf_date_debut)
             AND (ftf_date_fin = 0 OR Wtf_jour <= ftf_date_fin) THEN
             MOVE 1 TO Wtf_age_trouve
             MOVE ftf_pct TO Wtf_age_pct
            END-IF
          END-READ
         END-PERFORM
         CLOSE ftarifs
         .


         RECHERCHER_TARIF_DATE.
      *>Cherche au barème tarifaire le palier date (type 2) applicable
      *>à la vente du jour pour l'évènement courant (evtsTampon) : le
      *>palier retenu est celui au seuil de jours le plus élevé parmi
      *>ceux atteints et valides ; aucune remise sans ligne applicable
         MOVE 0 TO Wtf_date_trouve
         MOVE 0 TO Wtf_date_pct
         MOVE 0 TO Wtf_meilleur_borne
         ACCEPT Wtf_jour FROM DATE YYYYMMDD
         MOVE Wtf_jour TO Wdj_date
         PERFORM CONVERTIR_DATE_EN_JOURS
         MOVE Wdj_serie TO Wtf_jours_avant
         MOVE fe_annee TO Wdj_annee
         MOVE fe_mois TO Wdj_mois
         MOVE fe_jour TO Wdj_jour
         PERFORM CONVERTIR_DATE_EN_JOURS
         IF Wdj_serie > Wtf_jours_avant THEN
          COMPUTE Wtf_jours_avant = Wdj_serie - Wtf_jours_avant
         ELSE
          MOVE 0 TO Wtf_jours_avant
         END-IF

         OPEN INPUT ftarifs
         MOVE 0 TO Wtf_fin
         PERFORM WITH TEST AFTER UNTIL Wtf_fin = 1
          READ ftarifs NEXT RECORD
           AT END
            MOVE 1 TO Wtf_fin
           NOT AT END
            IF ftf_type = 2
             AND Wtf_jours_avant >= ftf_borne_min
             AND (ftf_date_debut = 0 OR Wtf_jour >= ftf_date_debut)
             AND (ftf_date_fin = 0 OR Wtf_jour <= ftf_date_fin) THEN
             IF Wtf_date_trouve = 0
              OR ftf_borne_min > Wtf_meilleur_borne THEN
              MOVE 1 TO Wtf_date_trouve
              MOVE ftf_pct TO Wtf_date_pct
              MOVE ftf_borne_min TO Wtf_meilleur_borne
             END-IF
            END-IF
          END-READ
         END-PERFORM
         CLOSE ftarifs
         .


         AJOUT_PROMO.
         OPEN I-O fpromotions
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY "Donnez les informations du code promo : "
          MOVE 1 TO WalreadyExists
          PERFORM WITH TEST AFTER UNTIL WalreadyExists = 0
           DISPLAY "Code promo : "
           ACCEPT ft_code
           READ fpromotions
      *>Le code promo n'existe pas alors on peut l'ajouer
            INVALID KEY
             MOVE 0 TO WalreadyExists
             PERFORM WITH TEST AFTER UNTIL ft_pct > 0
              DISPLAY 'Pourcentage de remise : '
              ACCEPT ft_pct
             END-PERFORM

             WRITE promoTampon
              INVALID KEY DISPLAY 'Problème enregistrement'
              NOT INVALID KEY
               DISPLAY 'Enregistrement inséré'
               MOVE "fpromotions" TO Wj_fichier
               MOVE "AJOUT" TO Wj_operation
               MOVE ft_code TO Wj_clef
               PERFORM JOURNALISER

            NOT INVALID KEY
      *>Le code promo existe déjà
           DISPLAY 'Code promo déjà utilisé.'
         END-READ
        END-PERFORM

         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM
        CLOSE fpromotions.


        MODIFIER_PROMO.
        OPEN I-O fpromotions
        PERFORM WITH TEST AFTER UNTIL Wrep = 0

           DISPLAY "Code promo à modifier : "
           ACCEPT ft_code
           READ fpromotions
           INVALID KEY
      *>Le code promo n'existe pas
             DISPLAY "Code promo inéxistant. "

           NOT INVALID KEY
      *>Le code promo existe
      *>Modif des valeurs
             PERFORM WITH TEST AFTER UNTIL ft_pct > 0
              DISPLAY "Nouveau pourcentage de remise : "
              ACCEPT ft_pct
             END-PERFORM

             REWRITE promoTampon
              INVALID KEY DISPLAY 'Problème enregistrement modifications'
              NOT INVALID KEY
               DISPLAY 'Modifications correctement enregistrées'
               MOVE "fpromotions" TO Wj_fichier
               MOVE "MODIF" TO Wj_operation
               MOVE ft_code TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-READ

            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep

        END-PERFORM
         END-PERFORM

        CLOSE fpromotions.

        SUPPRIMER_PROMO.
        OPEN I-O fpromotions
        PERFORM WITH TEST AFTER UNTIL Wrep = 0

           DISPLAY "Code promo à supprimer : "
           ACCEPT ft_code
           READ  fpromotions
           INVALID KEY
      *>Le code promo n'existe pas
             DISPLAY "Code promo inéxistant. "

           NOT INVALID KEY
      *>Le code promo existe

           DELETE fpromotions
              INVALID KEY DISPLAY 'Problème lors de la suppression'
              NOT INVALID KEY
               DISPLAY 'Code promo correctement supprimé'
               MOVE "fpromotions" TO Wj_fichier
               MOVE "SUPPR" TO Wj_operation
               MOVE ft_code TO Wj_clef
               PERFORM JOURNALISER
             END-DELETE
            END-READ

           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep

         END-PERFORM
         END-PERFORM
         CLOSE fpromotions.


         AJOUT_TARIF.
      *>Ajout d'une ligne au barème tarifaire : tranche d'âge (type 1,
      *>pourcentage du plein tarif à payer) ou palier date (type 2,
      *>remise early-bird à partir d'un seuil de jours avant match)
         OPEN I-O ftarifs
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY "Donnez les informations de la ligne de barème : "
          MOVE 1 TO WalreadyExists
          PERFORM WITH TEST AFTER UNTIL WalreadyExists = 0
           PERFORM WITH TEST AFTER UNTIL ftf_type >= 1
            AND ftf_type <= 2
            DISPLAY "Type (1=tranche d'âge 2=palier date) : "
            ACCEPT ftf_type
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL ftf_num > 0
            DISPLAY "Numéro de ligne (1 à 99) : "
            ACCEPT ftf_num
           END-PERFORM
           READ ftarifs
      *>La ligne n'existe pas alors on peut l'ajouter
            INVALID KEY
             MOVE 0 TO WalreadyExists
             IF ftf_type = 1 THEN
              DISPLAY 'Age minimum : '
              ACCEPT ftf_borne_min
              PERFORM WITH TEST AFTER UNTIL ftf_borne_max
               >= ftf_borne_min
               DISPLAY 'Age maximum : '
               ACCEPT ftf_borne_max
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL ftf_pct > 0
               DISPLAY 'Pourcentage du plein tarif à payer (ex 50) : '
               ACCEPT ftf_pct
              END-PERFORM
             ELSE
              PERFORM WITH TEST AFTER UNTIL ftf_borne_min > 0
               DISPLAY 'Nombre de jours avant match (seuil) : '
               ACCEPT ftf_borne_min
              END-PERFORM
              MOVE 999 TO ftf_borne_max
              PERFORM WITH TEST AFTER UNTIL ftf_pct > 0
               DISPLAY 'Pourcentage de remise early-bird (ex 10) : '
               ACCEPT ftf_pct
              END-PERFORM
             END-IF
             DISPLAY 'Début de validité AAAAMMJJ (0 = sans limite) : '
             ACCEPT ftf_date_debut
             DISPLAY 'Fin de validité AAAAMMJJ (0 = sans limite) : '
             ACCEPT ftf_date_fin

             WRITE tarifTampon
              INVALID KEY DISPLAY 'Problème enregistrement'
              NOT INVALID KEY
               DISPLAY 'Enregistrement inséré'
               MOVE "ftarifs" TO Wj_fichier
               MOVE "AJOUT" TO Wj_operation
               MOVE ftf_clef TO Wj_clef
               PERFORM JOURNALISER

            NOT INVALID KEY
      *>La ligne existe déjà
           DISPLAY 'Numéro de ligne déjà utilisé pour ce type.'
         END-READ
        END-PERFORM

         PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM
        END-PERFORM
        CLOSE ftarifs.


        MODIFIER_TARIF.
        OPEN I-O ftarifs
        PERFORM WITH TEST AFTER UNTIL Wrep = 0

           PERFORM WITH TEST AFTER UNTIL ftf_type >= 1
            AND ftf_type <= 2
            DISPLAY "Type de la ligne à modifier (1 ou 2) : "
            ACCEPT ftf_type
           END-PERFORM
           DISPLAY "Numéro de la ligne à modifier : "
           ACCEPT ftf_num
           READ ftarifs
           INVALID KEY
      *>La ligne n'existe pas
             DISPLAY "Ligne de barème inéxistante. "

           NOT INVALID KEY
      *>La ligne existe
      *>Modif des valeurs
             IF ftf_type = 1 THEN
              DISPLAY "Nouvel âge minimum : "
              ACCEPT ftf_borne_min
              PERFORM WITH TEST AFTER UNTIL ftf_borne_max
               >= ftf_borne_min
               DISPLAY "Nouvel âge maximum : "
               ACCEPT ftf_borne_max
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL ftf_pct > 0
               DISPLAY "Nouveau pourcentage du plein tarif à payer : "
               ACCEPT ftf_pct
              END-PERFORM
             ELSE
              PERFORM WITH TEST AFTER UNTIL ftf_borne_min > 0
               DISPLAY "Nouveau seuil de jours avant match : "
               ACCEPT ftf_borne_min
              END-PERFORM
              PERFORM WITH TEST AFTER UNTIL ftf_pct > 0
               DISPLAY "Nouveau pourcentage de remise early-bird : "
               ACCEPT ftf_pct
              END-PERFORM
             END-IF
             DISPLAY "Nouveau début de validité (0 = sans limite) : "
             ACCEPT ftf_date_debut
             DISPLAY "Nouvelle fin de validité (0 = sans limite) : "
             ACCEPT ftf_date_fin

             REWRITE tarifTampon
              INVALID KEY DISPLAY 'Problème enregistrement modifications'
              NOT INVALID KEY
               DISPLAY 'Modifications correctement enregistrées'
               MOVE "ftarifs" TO Wj_fichier
               MOVE "MODIF" TO Wj_operation
               MOVE ftf_clef TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-READ

            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep

        END-PERFORM
         END-PERFORM

        CLOSE ftarifs.

        SUPPRIMER_TARIF.
        OPEN I-O ftarifs
        PERFORM WITH TEST AFTER UNTIL Wrep = 0

           PERFORM WITH TEST AFTER UNTIL ftf_type >= 1
            AND ftf_type <= 2
            DISPLAY "Type de la ligne à supprimer (1 ou 2) : "
            ACCEPT ftf_type
           END-PERFORM
           DISPLAY "Numéro de la ligne à supprimer : "
           ACCEPT ftf_num
           READ  ftarifs
           INVALID KEY
      *>La ligne n'existe pas
             DISPLAY "Ligne de barème inéxistante. "

           NOT INVALID KEY
      *>La ligne existe

           DELETE ftarifs
              INVALID KEY DISPLAY 'Problème lors de la suppression'
              NOT INVALID KEY
               DISPLAY 'Ligne de barème correctement supprimée'
               MOVE "ftarifs" TO Wj_fichier
               MOVE "SUPPR" TO Wj_operation
               MOVE ftf_clef TO Wj_clef
               PERFORM JOURNALISER
             END-DELETE
            END-READ

           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep

         END-PERFORM
         END-PERFORM
         CLOSE ftarifs.


         VERIFIER_CATEGORIE_PLACE.
      *>Contrôle de la catégorie saisie pour une place : elle doit
      *>exister au catalogue du stade fs_num (Wcg_trouvee = 1) ; un
      *>stade sans aucune fiche catégorie reste en saisie libre
      *>(Wcg_catalogue = 0), comme avant la mise en place du catalogue
         MOVE 0 TO Wcg_trouvee
         MOVE 0 TO Wcg_catalogue
         OPEN INPUT fcategories
         MOVE fs_num TO fc_num_stade
         MOVE SPACES TO fc_code
         START fcategories KEY >= fc_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           READ fcategories NEXT RECORD
            AT END
             CONTINUE
            NOT AT END
             IF fc_num_stade = fs_num THEN
              MOVE 1 TO Wcg_catalogue
             END-IF
           END-READ
         END-START
         IF Wcg_catalogue = 1 THEN
          MOVE fs_num TO fc_num_stade
          MOVE fp_categorie TO fc_code
          READ fcategories
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 1 TO Wcg_trouvee
          END-READ
         END-IF
         CLOSE fcategories
         .


         AJOUT_CATEGORIE.
         OPEN I-O fcategories
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY "Donnez les informations de la catégorie : "

      *>Vérification de l'existence du stade
          MOVE 0 TO Wcg_stade_ok
          DISPLAY "Numéro stade : "
          ACCEPT fs_num
          OPEN INPUT fstades
          READ fstades
           INVALID KEY
            DISPLAY "Stade inéxistant. "
           NOT INVALID KEY
            MOVE 1 TO Wcg_stade_ok
          END-READ
          CLOSE fstades

          IF Wcg_stade_ok = 1 THEN
           MOVE 1 TO WalreadyExists
           PERFORM WITH TEST AFTER UNTIL WalreadyExists = 0
            MOVE fs_num TO fc_num_stade
            PERFORM WITH TEST AFTER UNTIL fc_code NOT EQUAL " "
             DISPLAY "Code de la catégorie (ex TRIBUNE NORD) : "
             ACCEPT fc_code
            END-PERFORM
            READ fcategories
      *>La catégorie n'existe pas alors on peut l'ajouter
             INVALID KEY
              MOVE 0 TO WalreadyExists
              PERFORM WITH TEST AFTER UNTIL fc_libelle NOT EQUAL " "
               DISPLAY 'Libellé : '
               ACCEPT fc_libelle
              END-PERFORM

              DISPLAY 'Supplément de prix (0 si aucun) : '
              ACCEPT fc_supplement

              DISPLAY 'Quota de places vendables (0 = illimité) : '
              ACCEPT fc_quota

              WRITE categTampon
               INVALID KEY DISPLAY 'Problème enregistrement'
               NOT INVALID KEY
                DISPLAY 'Enregistrement inséré'
                MOVE "fcategories" TO Wj_fichier
                MOVE "AJOUT" TO Wj_operation
                MOVE fc_clef TO Wj_clef
                PERFORM JOURNALISER

             NOT INVALID KEY
      *>La catégorie existe déjà pour ce stade
              DISPLAY 'Catégorie déjà définie pour ce stade.'
            END-READ
           END-PERFORM
          END-IF

          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM
         END-PERFORM
         CLOSE fcategories.


        MODIFIER_CATEGORIE.
        OPEN I-O fcategories
        PERFORM WITH TEST AFTER UNTIL Wrep = 0

           DISPLAY "Numéro stade : "
           ACCEPT fc_num_stade
           DISPLAY "Code de la catégorie à modifier : "
           ACCEPT fc_code
           READ fcategories
           INVALID KEY
      *>La catégorie n'existe pas
             DISPLAY "Catégorie inéxistante. "

           NOT INVALID KEY
      *>La catégorie existe
      *>Modif des valeurs
             PERFORM WITH TEST AFTER UNTIL fc_libelle NOT EQUAL " "
              DISPLAY "Nouveau libellé : "
              ACCEPT fc_libelle
             END-PERFORM

             DISPLAY "Nouveau supplément de prix (0 si aucun) : "
             ACCEPT fc_supplement

             DISPLAY "Nouveau quota de places (0 = illimité) : "
             ACCEPT fc_quota

             REWRITE categTampon
              INVALID KEY DISPLAY 'Problème enregistrement modifications'
              NOT INVALID KEY
               DISPLAY 'Modifications correctement enregistrées'
               MOVE "fcategories" TO Wj_fichier
               MOVE "MODIF" TO Wj_operation
               MOVE fc_clef TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-READ

            PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep

        END-PERFORM
         END-PERFORM

        CLOSE fcategories.

        SUPPRIMER_CATEGORIE.
        OPEN I-O fcategories
        PERFORM WITH TEST AFTER UNTIL Wrep = 0

           DISPLAY "Numéro stade : "
           ACCEPT fc_num_stade
           DISPLAY "Code de la catégorie à supprimer : "
           ACCEPT fc_code
           READ  fcategories
           INVALID KEY
      *>La catégorie n'existe pas
             DISPLAY "Catégorie inéxistante. "

           NOT INVALID KEY
      *>La catégorie existe

           DELETE fcategories
              INVALID KEY DISPLAY 'Problème lors de la suppression'
              NOT INVALID KEY
               DISPLAY 'Catégorie correctement supprimée'
               MOVE "fcategories" TO Wj_fichier
               MOVE "SUPPR" TO Wj_operation
               MOVE fc_clef TO Wj_clef
               PERFORM JOURNALISER
             END-DELETE
            END-READ

           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep

         END-PERFORM
         END-PERFORM
         CLOSE fcategories.


        SUPPRIMER_RESERVATION.
        OPEN I-O freservations
        PERFORM WITH TEST AFTER UNTIL Wrep = 0
          
           DISPLAY "Numéro de l'utilisateur : "
           ACCEPT fr_num_utilisateur
           DISPLAY "Numéro de l'évènement : "
           ACCEPT fr_num_event
           DISPLAY "Numéro de la place : "
           ACCEPT fr_num_place
         
      *>Lecture avec verrou : la réservation ne peut être annulée
      *>pendant qu'un autre guichet la traite
           READ freservations WITH LOCK
           INVALID KEY
      *>Le numéro du stade n'existe pas
            DISPLAY "Réservation inéxistante. "
             
           NOT INVALID KEY
      *>La réservation existe : suppression puis, seulement en cas de
      *>succès, traçage du remboursement et notification de la liste
      *>d'attente. Une place en revente est retirée de la bourse ; une
      *>place attribuée et non réglée revient à son titulaire, de
      *>nouveau en revente, au lieu d'être rendue à la vente ; la mise
      *>en revente reste verrouillée pendant l'annulation
           PERFORM RECHERCHER_REVENTE_RESA
           PERFORM PRENDRE_REVENTE_LIEE
           IF Wrv_lien = 9 THEN
            DISPLAY "Place en revente en cours de traitement à un autre"
             " guichet, réessayez."
           ELSE
            DELETE freservations
               INVALID KEY DISPLAY 'Problème lors de la suppression'
               NOT INVALID KEY
                DISPLAY 'Réservation correctement supprimé'
                IF Wrv_lien = 1 THEN
                 PERFORM RETIRER_REVENTE_RESA
                END-IF
                PERFORM CHOISIR_DEDOMMAGEMENT
                PERFORM ENREGISTRER_REMBOURSEMENT
                PERFORM ANNULER_BILLET_RESA
                MOVE fr_clef TO Wfa_clef_resa
                PERFORM EMETTRE_AVOIR
                MOVE "freservations" TO Wj_fichier
                MOVE "SUPPR" TO Wj_operation
                MOVE fr_clef TO Wj_clef
                PERFORM JOURNALISER
                IF Wrv_lien = 4 THEN
                 PERFORM RESTITUER_REVENTE
                ELSE
      *>Le compteur de disponibilité rend la place
                 MOVE fr_num_event TO Wd_event
                 MOVE fr_categorie TO Wd_categorie
                 MOVE -1 TO Wd_delta_vendues
                 MOVE 0 TO Wd_delta_options
                 PERFORM MAJ_COMPTEUR_DISPO
                 PERFORM NOTIFIER_LISTE_ATTENTE
                END-IF
              END-DELETE
           END-IF
           PERFORM LIBERER_REVENTE_LIEE
            END-READ
           IF fr_stat = 51 THEN
            MOVE "freserv" TO Wlk_fichier
            PERFORM SIGNALER_CONFLIT_VERROU
            DISPLAY "Réservation en cours de traitement à un autre"
             " guichet, réessayez."
           END-IF

           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
          DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
          ACCEPT Wrep
         END-PERFORM

         END-PERFORM
         CLOSE freservations.


         ENREGISTRER_REMBOURSEMENT.
      *>Trace dans frefunds le montant remboursé pour la réservation en
      *>cours de suppression (reservTampon déjà lu), avant sa DELETE, afin
      *>de pouvoir totaliser les remboursements du mois. Le remboursement
      *>est plafonné au montant réellement encaissé sur la réservation
      *>(fpayments), une réservation non soldée ne se rembourse pas en
      *>totalité ; les encaissements de la réservation sont ensuite soldés
         MOVE fr_clef TO frb_clef
         MOVE fr_canal TO frb_canal
         MOVE fr_prix TO frb_prix_vente
         MOVE fr_date_creation TO frb_date_vente
         MOVE 0 TO frb_bon
         OPEN I-O fpayments
         PERFORM CALCULER_MONTANT_RECU
         IF fr_prix < Wp_deja_recu THEN
          MOVE fr_prix TO frb_prix
         ELSE
          MOVE Wp_deja_recu TO frb_prix
         END-IF
         MOVE frb_prix TO frb_encaisse
         PERFORM SUPPRIMER_PAIEMENTS_RESA
         CLOSE fpayments
      *>Dédommagement en bon d'avoir au choix de l'opérateur
      *>(Wbo_choix = 2) : le montant remboursable devient un bon au nom
      *>du titulaire, l'annulation reste tracée dans frefunds (pour le
      *>relevé des commissions) sans montant remboursé et avec le numéro
      *>du bon ; sans bon émis, on rembourse comme avant
         MOVE 0 TO Wbo_ecrit
         IF Wbo_choix = 2 AND frb_prix > 0 THEN
          MOVE fr_num_utilisateur TO Wbo_utilisateur
          MOVE frb_prix TO Wbo_montant
          PERFORM EMETTRE_BON
         END-IF
         IF Wbo_ecrit = 1 THEN
          MOVE 0 TO frb_prix
          MOVE fbo_num TO frb_bon
         END-IF
         ACCEPT Wdate_systeme FROM DATE YYYYMMDD
         MOVE Wsys_annee TO frb_annee
         MOVE Wsys_mois TO frb_mois
         MOVE Wsys_jour TO frb_jour
         OPEN EXTEND frefunds
         WRITE refundTampon
         CLOSE frefunds
         MOVE 1 TO Wbo_choix
         .


         GERER_CANAUX.
      *>Référentiel des canaux de vente et agences partenaires : ajout,
      *>modification du nom et du taux de commission, activation ou
      *>désactivation. Un canal n'est jamais supprimé, les réservations
      *>et les remboursements y restent rattachés ; le guichet (canal
      *>par défaut) ne peut pas être désactivé
         OPEN I-O fcanaux
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          MOVE 0 TO Wca_choix
          PERFORM WITH TEST AFTER UNTIL Wca_choix >= 1
           AND Wca_choix <= 3
           DISPLAY "1=ajouter 2=modifier 3=activer/désactiver : "
           ACCEPT Wca_choix
          END-PERFORM
          DISPLAY "Code du canal : "
          MOVE SPACES TO fca_code
          ACCEPT fca_code
          IF fca_code = SPACES THEN
           DISPLAY "Code obligatoire."
          ELSE
          EVALUATE Wca_choix
           WHEN 1
            READ fcanaux
             INVALID KEY
              DISPLAY "Nom du canal / de l'agence : "
              ACCEPT fca_nom
              DISPLAY "Taux de commission (%) : "
              ACCEPT fca_commission
              MOVE 1 TO fca_actif
              WRITE canalTampon
               INVALID KEY DISPLAY 'Problème enregistrement'
               NOT INVALID KEY
                DISPLAY 'Enregistrement inséré'
                MOVE "fcanaux" TO Wj_fichier
                MOVE "AJOUT" TO Wj_operation
                MOVE fca_code TO Wj_clef
                PERFORM JOURNALISER
              END-WRITE
             NOT INVALID KEY
              DISPLAY 'Canal déjà existant.'
            END-READ
           WHEN 2
            READ fcanaux
             INVALID KEY
              DISPLAY "Canal inéxistant."
             NOT INVALID KEY
              DISPLAY "Nom actuel : " fca_nom
              DISPLAY "Nouveau nom : "
              ACCEPT fca_nom
              DISPLAY "Taux actuel : " fca_commission
              DISPLAY "Nouveau taux de commission (%) : "
              ACCEPT fca_commission
              REWRITE canalTampon
               INVALID KEY
                DISPLAY 'Problème enregistrement modifications'
               NOT INVALID KEY
                DISPLAY 'Modifications enregistrées'
                MOVE "fcanaux" TO Wj_fichier
                MOVE "MODIF" TO Wj_operation
                MOVE fca_code TO Wj_clef
                PERFORM JOURNALISER
              END-REWRITE
            END-READ
           WHEN 3
            READ fcanaux
             INVALID KEY
              DISPLAY "Canal inéxistant."
             NOT INVALID KEY
              IF fca_code = "GUICHET" THEN
               DISPLAY "Le guichet ne peut pas être désactivé."
              ELSE
               IF fca_actif = 1 THEN
                MOVE 0 TO fca_actif
               ELSE
                MOVE 1 TO fca_actif
               END-IF
               REWRITE canalTampon
                INVALID KEY
                 DISPLAY 'Problème enregistrement modifications'
                NOT INVALID KEY
                 IF fca_actif = 1 THEN
                  DISPLAY 'Canal activé'
                 ELSE
                  DISPLAY 'Canal désactivé'
                 END-IF
                 MOVE "fcanaux" TO Wj_fichier
                 MOVE "MODIF" TO Wj_operation
                 MOVE fca_code TO Wj_clef
                 PERFORM JOURNALISER
               END-REWRITE
              END-IF
            END-READ
          END-EVALUATE
          END-IF

          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM
         END-PERFORM
         CLOSE fcanaux
         .


         SAISIR_CANAL.
      *>Saisie du canal de vente de la réservation (vide = guichet),
      *>redemandée tant que le canal est inconnu ou désactivé
         MOVE 0 TO Wca_valide
         PERFORM WITH TEST AFTER UNTIL Wca_valide = 1
          DISPLAY "Canal de vente (laisser vide si guichet) : "
          MOVE SPACES TO Wca_canal
          ACCEPT Wca_canal
          PERFORM CONTROLER_CANAL
          IF Wca_valide = 0 THEN
           DISPLAY "Canal inconnu ou désactivé."
          END-IF
         END-PERFORM
         .


         CONTROLER_CANAL.
      *>Wca_valide = 1 si le canal Wca_canal (vide = guichet) existe
      *>dans le référentiel et est actif
         IF Wca_canal = SPACES THEN
          MOVE "GUICHET" TO Wca_canal
         END-IF
         MOVE 0 TO Wca_valide
         OPEN INPUT fcanaux
         MOVE Wca_canal TO fca_code
         READ fcanaux
          INVALID KEY
           MOVE 0 TO Wca_valide
          NOT INVALID KEY
           IF fca_actif = 1 THEN
            MOVE 1 TO Wca_valide
           END-IF
         END-READ
         CLOSE fcanaux
         .


         CHARGER_TABLE_CANAUX.
      *>Chargement du référentiel des canaux dans Wca_table, compteurs
      *>à zéro, pour les cumuls par canal des rapports
         MOVE 0 TO Wca_nb
         OPEN INPUT fcanaux
         MOVE 0 TO Wca_fin
         PERFORM WITH TEST AFTER UNTIL Wca_fin = 1
          READ fcanaux NEXT RECORD
           AT END
            MOVE 1 TO Wca_fin
           NOT AT END
            IF Wca_nb < 50 THEN
             COMPUTE Wca_nb = Wca_nb + 1
             MOVE fca_code TO Wca_t_code(Wca_nb)
             MOVE fca_nom TO Wca_t_nom(Wca_nb)
             MOVE fca_commission TO Wca_t_taux(Wca_nb)
            END-IF
          END-READ
         END-PERFORM
         CLOSE fcanaux
         PERFORM VARYING Wca_i FROM 1 BY 1 UNTIL Wca_i > Wca_nb
          PERFORM RAZ_CUMULS_CANAL
         END-PERFORM
         .


         RAZ_CUMULS_CANAL.
      *>Remise à zéro des cumuls du canal de rang Wca_i
         MOVE 0 TO Wca_t_vendues(Wca_i)
         MOVE 0 TO Wca_t_brut(Wca_i)
         MOVE 0 TO Wca_t_annulees(Wca_i)
         MOVE 0 TO Wca_t_annule(Wca_i)
         .


         CHERCHER_CANAL_TABLE.
      *>Rang Wca_i du canal Wca_code (vide = guichet) dans Wca_table ;
      *>un code absent du référentiel est ajouté sans commission tant
      *>que la table n'est pas pleine, sinon Wca_i = 0
         IF Wca_code = SPACES THEN
          MOVE "GUICHET" TO Wca_code
         END-IF
         MOVE 0 TO Wca_i
         PERFORM VARYING Wca_j FROM 1 BY 1
          UNTIL Wca_j > Wca_nb OR Wca_i > 0
          IF Wca_t_code(Wca_j) = Wca_code THEN
           MOVE Wca_j TO Wca_i
          END-IF
         END-PERFORM
         IF Wca_i = 0 AND Wca_nb < 50 THEN
          COMPUTE Wca_nb = Wca_nb + 1
          MOVE Wca_nb TO Wca_i
          MOVE Wca_code TO Wca_t_code(Wca_i)
          MOVE "(hors référentiel)" TO Wca_t_nom(Wca_i)
          MOVE 0 TO Wca_t_taux(Wca_i)
          PERFORM RAZ_CUMULS_CANAL
         END-IF
         .


         RELEVE_COMMISSIONS.
      *>Saisie du mois/année puis édition du relevé des commissions
         DISPLAY "Année (AAAA) : "
         ACCEPT Wca_annee
         DISPLAY "Mois (MM) : "
         ACCEPT Wca_mois
         PERFORM RELEVE_COMMISSIONS_CORE
         .


         RELEVE_COMMISSIONS_CORE.
      *>Relevé mensuel des commissions par canal/agence pour le mois
      *>Wca_mois/Wca_annee (appelé aussi par le mode non assisté) :
      *>places vendues et montant brut des ventes du mois (réservations
      *>en cours, archivées, ou annulées depuis d'après frefunds), puis
      *>annulations du mois d'après frefunds au prix de vente d'origine,
      *>et commission due sur le net au taux du canal
         COMPUTE Wca_periode = Wca_annee * 100 + Wca_mois
         PERFORM CHARGER_TABLE_CANAUX

      *>Ventes du mois encore en réservation
         OPEN INPUT freservations
         MOVE 0 TO Wca_fin
         PERFORM WITH TEST AFTER UNTIL Wca_fin = 1
          READ freservations NEXT RECORD
           AT END
            MOVE 1 TO Wca_fin
           NOT AT END
            DIVIDE fr_date_creation BY 100 GIVING Wca_mois_vente
            IF Wca_mois_vente = Wca_periode THEN
             MOVE fr_canal TO Wca_code
             PERFORM CHERCHER_CANAL_TABLE
             IF Wca_i > 0 THEN
              COMPUTE Wca_t_vendues(Wca_i) = Wca_t_vendues(Wca_i) + 1
              COMPUTE Wca_t_brut(Wca_i) = Wca_t_brut(Wca_i) + fr_prix
             END-IF
            END-IF
          END-READ
         END-PERFORM
         CLOSE freservations

      *>Ventes du mois dont l'évènement est déjà archivé
         OPEN INPUT farchresas
         IF far_stat NOT = 35 THEN
          MOVE 0 TO Wca_fin
          PERFORM WITH TEST AFTER UNTIL Wca_fin = 1
           READ farchresas NEXT RECORD
            AT END
             MOVE 1 TO Wca_fin
            NOT AT END
             DIVIDE far_date_creation BY 100 GIVING Wca_mois_vente
             IF Wca_mois_vente = Wca_periode THEN
              MOVE far_canal TO Wca_code
              PERFORM CHERCHER_CANAL_TABLE
              IF Wca_i > 0 THEN
               COMPUTE Wca_t_vendues(Wca_i) = Wca_t_vendues(Wca_i) + 1
               COMPUTE Wca_t_brut(Wca_i) = Wca_t_brut(Wca_i) + far_prix
              END-IF
             END-IF
           END-READ
          END-PERFORM
          CLOSE farchresas
         END-IF

      *>Ventes du mois annulées depuis, et annulations du mois ; les
      *>lignes sans prix de vente (trop-perçu d'un échange, lignes
      *>antérieures aux canaux) ne sont ni des ventes ni des annulations
         OPEN INPUT frefunds
         IF frb_stat NOT = 35 THEN
          MOVE 0 TO Wca_fin
          PERFORM WITH TEST AFTER UNTIL Wca_fin = 1
           READ frefunds NEXT RECORD
            AT END
             MOVE 1 TO Wca_fin
            NOT AT END
             IF frb_canal NOT = SPACES AND frb_prix_vente > 0 THEN
              MOVE frb_canal TO Wca_code
              PERFORM CHERCHER_CANAL_TABLE
              IF Wca_i > 0 THEN
               DIVIDE frb_date_vente BY 100 GIVING Wca_mois_vente
               IF Wca_mois_vente = Wca_periode THEN
                COMPUTE Wca_t_vendues(Wca_i) = Wca_t_vendues(Wca_i) + 1
                COMPUTE Wca_t_brut(Wca_i) = Wca_t_brut(Wca_i)
                 + frb_prix_vente
               END-IF
               IF frb_annee = Wca_annee AND frb_mois = Wca_mois THEN
                COMPUTE Wca_t_annulees(Wca_i)
                 = Wca_t_annulees(Wca_i) + 1
                COMPUTE Wca_t_annule(Wca_i) = Wca_t_annule(Wca_i)
                 + frb_prix_vente
               END-IF
              END-IF
             END-IF
           END-READ
          END-PERFORM
          CLOSE frefunds
         END-IF

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  RELEVE DES COMMISSIONS " DELIMITED BY SIZE
          Wca_mois DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          Wca_annee DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE 0 TO Wca_total_commission
         PERFORM VARYING Wca_i FROM 1 BY 1 UNTIL Wca_i > Wca_nb
          IF Wca_t_vendues(Wca_i) > 0 OR Wca_t_annulees(Wca_i) > 0 THEN
           COMPUTE Wca_net = Wca_t_brut(Wca_i) - Wca_t_annule(Wca_i)
           COMPUTE Wca_commission ROUNDED
            = Wca_net * Wca_t_taux(Wca_i) / 100
           COMPUTE Wca_total_commission = Wca_total_commission
            + Wca_commission
           MOVE Wca_net TO Wca_net_edit
           MOVE Wca_commission TO Wca_commission_edit
           MOVE SPACES TO Wligne_rapport
           STRING "Canal " DELIMITED BY SIZE
            Wca_t_code(Wca_i) DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            Wca_t_nom(Wca_i) DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
           MOVE SPACES TO Wligne_rapport
           STRING "  Places vendues : " DELIMITED BY SIZE
            Wca_t_vendues(Wca_i) DELIMITED BY SIZE
            "  brut : " DELIMITED BY SIZE
            Wca_t_brut(Wca_i) DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
           MOVE SPACES TO Wligne_rapport
           STRING "  Annulations    : " DELIMITED BY SIZE
            Wca_t_annulees(Wca_i) DELIMITED BY SIZE
            "  montant : " DELIMITED BY SIZE
            Wca_t_annule(Wca_i) DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
           MOVE SPACES TO Wligne_rapport
           STRING "  Net : " DELIMITED BY SIZE
            Wca_net_edit DELIMITED BY SIZE
            "  commission (" DELIMITED BY SIZE
            Wca_t_taux(Wca_i) DELIMITED BY SIZE
            " %) : " DELIMITED BY SIZE
            Wca_commission_edit DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
          END-IF
         END-PERFORM
         MOVE Wca_total_commission TO Wca_total_edit
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Total des commissions dues : " DELIMITED BY SIZE
          Wca_total_edit DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         RAPPORT_REMBOURSEMENTS.
      *>Saisie du mois/année puis édition du rapport des remboursements
         DISPLAY "Année (AAAA) : "
         ACCEPT Wrb_annee
         DISPLAY "Mois (MM) : "
         ACCEPT Wrb_mois
         PERFORM RAPPORT_REMBOURSEMENTS_CORE
         .


         RAPPORT_REMBOURSEMENTS_CORE.
      *>Total des remboursements du mois Wrb_mois/Wrb_annee, à partir du
      *>journal de remboursements alimenté par ENREGISTRER_REMBOURSEMENT
      *>(appelé aussi par le mode non assisté, paramètres déjà posés)
         MOVE 0 TO Wrb_total
         MOVE 0 TO Wrb_nb
         OPEN INPUT frefunds
         IF frb_stat = 35 THEN
          MOVE "Aucun remboursement enregistré." TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         ELSE
          MOVE 0 TO Wrb_fin
          PERFORM WITH TEST AFTER UNTIL Wrb_fin = 1
           READ frefunds NEXT RECORD
            AT END
             MOVE 1 TO Wrb_fin
            NOT AT END
      *>Les annulations dédommagées par bon d'avoir (frb_bon) ne
      *>sont pas des remboursements
             IF frb_annee = Wrb_annee AND frb_mois = Wrb_mois THEN
              IF frb_canal = SPACES OR frb_bon = 0 THEN
               COMPUTE Wrb_total = Wrb_total + frb_prix
               COMPUTE Wrb_nb = Wrb_nb + 1
              END-IF
             END-IF
           END-READ
          END-PERFORM
          CLOSE frefunds
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "|  RAPPORT REMBOURSEMENTS " DELIMITED BY SIZE
           Wrb_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           Wrb_annee DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Nombre de remboursements : " DELIMITED BY SIZE
           Wrb_nb DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Montant total rembourse  : " DELIMITED BY SIZE
           Wrb_total DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         EXTRACTION_COMPTABLE.
      *>Extraction comptable de fin de journée pour l'import du système
      *>finance : réservations du jour (fr_date_creation), remboursements
      *>du jour, factures/avoirs du jour (numéro, référence, TVA) puis
      *>bons d'avoir émis et soldes de bons périmés passés en perte,
      *>dans un fichier interface séquentiel à enregistrement d'entête
      *>H (date, numéro de séquence) et de fin T (compteur, totaux,
      *>TVA) pour le contrôle de complétude à l'import.
      *>Le fichier de contrôle fextractctl mémorise la dernière date
      *>produite et interdit de produire deux fois la même journée ;
      *>la date et la séquence de l'entête identifient le fichier remis
         ACCEPT Wx_date_num FROM DATE YYYYMMDD
         MOVE 0 TO Wx_deja
         MOVE 0 TO Wx_sequence
         OPEN INPUT fextractctl
         IF fxc_stat = 35 THEN
          CONTINUE
         ELSE
          READ fextractctl
           AT END
            CONTINUE
           NOT AT END
            MOVE fxc_sequence TO Wx_sequence
            IF fxc_derniere_date = Wx_date_num THEN
             MOVE 1 TO Wx_deja
            END-IF
          END-READ
          CLOSE fextractctl
         END-IF

         IF Wx_deja = 1 THEN
          MOVE SPACES TO Wligne_rapport
          STRING "Extraction déjà produite aujourd'hui (séquence "
            DELIMITED BY SIZE
           Wx_sequence DELIMITED BY SIZE
           ") - abandon." DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         ELSE
          COMPUTE Wx_sequence = Wx_sequence + 1
          OPEN OUTPUT fextract

      *>Entête
          MOVE "H" TO Wx_e_type
          MOVE Wx_date_num TO Wx_e_date
          MOVE Wx_sequence TO Wx_e_sequence
          MOVE Wx_entete TO extractTampon
          WRITE extractTampon

          MOVE 0 TO Wx_nb
          MOVE 0 TO Wx_total_resa
          MOVE 0 TO Wx_total_remb
          MOVE 0 TO Wx_tva_factures
          MOVE 0 TO Wx_tva_avoirs
          MOVE 0 TO Wx_total_bons
          MOVE 0 TO Wx_total_pertes
          MOVE 0 TO Wx_total_commission
          PERFORM CHARGER_TABLE_CANAUX

      *>Réservations du jour
          OPEN INPUT freservations
          MOVE 0 TO Wx_fin
          PERFORM WITH TEST AFTER UNTIL Wx_fin = 1
           READ freservations NEXT RECORD
            AT END
             MOVE 1 TO Wx_fin
            NOT AT END
             IF fr_date_creation = Wx_date_num THEN
              MOVE "R" TO Wx_r_type
              MOVE fr_num_utilisateur TO Wx_r_utilisateur
              MOVE fr_num_event TO Wx_r_event
              MOVE fr_num_place TO Wx_r_place
              MOVE fr_tribune TO Wx_r_tribune
              MOVE fr_rangee TO Wx_r_rangee
              MOVE fr_categorie TO Wx_r_categorie
              MOVE fr_prix TO Wx_r_prix
              MOVE fr_remise_pct TO Wx_r_remise_pct
              MOVE fr_code_promo TO Wx_r_code_promo
              MOVE fr_canal TO Wx_r_canal
              MOVE Wx_detail_resa TO extractTampon
              WRITE extractTampon
              COMPUTE Wx_nb = Wx_nb + 1
              COMPUTE Wx_total_resa = Wx_total_resa + fr_prix
      *>Commission due au canal sur la vente
              MOVE fr_canal TO Wca_code
              PERFORM CHERCHER_CANAL_TABLE
              IF Wca_i > 0 THEN
               COMPUTE Wca_commission ROUNDED
                = fr_prix * Wca_t_taux(Wca_i) / 100
               COMPUTE Wx_total_commission = Wx_total_commission
                + Wca_commission
              END-IF
             END-IF
           END-READ
          END-PERFORM
          CLOSE freservations

      *>Remboursements du jour
          OPEN INPUT frefunds
          IF frb_stat = 35 THEN
           CONTINUE
          ELSE
           MOVE 0 TO Wx_fin
           PERFORM WITH TEST AFTER UNTIL Wx_fin = 1
            READ frefunds NEXT RECORD
             AT END
              MOVE 1 TO Wx_fin
             NOT AT END
              COMPUTE Wx_date_remb = frb_annee * 10000
               + frb_mois * 100 + frb_jour
      *>Une annulation dédommagée par bon d'avoir figure au titre du
      *>bon (enregistrement V), pas d'un remboursement
              IF Wx_date_remb = Wx_date_num
               AND (frb_canal = SPACES OR frb_bon = 0) THEN
               MOVE "B" TO Wx_b_type
               MOVE frb_num_utilisateur TO Wx_b_utilisateur
               MOVE frb_num_event TO Wx_b_event
               MOVE frb_num_place TO Wx_b_place
               MOVE frb_tribune TO Wx_b_tribune
               MOVE frb_rangee TO Wx_b_rangee
               MOVE frb_categorie TO Wx_b_categorie
               MOVE frb_prix TO Wx_b_prix
               MOVE frb_canal TO Wx_b_canal
               MOVE Wx_detail_remb TO extractTampon
               WRITE extractTampon
               COMPUTE Wx_nb = Wx_nb + 1
               COMPUTE Wx_total_remb = Wx_total_remb + frb_prix
              END-IF
      *>Commission reprise au canal sur la vente annulée
              IF Wx_date_remb = Wx_date_num
               AND frb_canal NOT = SPACES AND frb_prix_vente > 0 THEN
               MOVE frb_canal TO Wca_code
               PERFORM CHERCHER_CANAL_TABLE
               IF Wca_i > 0 THEN
                COMPUTE Wca_commission ROUNDED
                 = frb_prix_vente * Wca_t_taux(Wca_i) / 100
                COMPUTE Wx_total_commission = Wx_total_commission
                 - Wca_commission
               END-IF
              END-IF
            END-READ
           END-PERFORM
           CLOSE frefunds
          END-IF

      *>Factures et avoirs du jour, avec leur TVA
          OPEN INPUT ffactures
          IF ffa_stat = 35 THEN
           CONTINUE
          ELSE
           MOVE 0 TO Wx_fin
           PERFORM WITH TEST AFTER UNTIL Wx_fin = 1
            READ ffactures NEXT RECORD
             AT END
              MOVE 1 TO Wx_fin
             NOT AT END
              IF ffa_date = Wx_date_num THEN
               MOVE ffa_type TO Wx_f_type
               MOVE ffa_num TO Wx_f_num
               MOVE ffa_facture_ref TO Wx_f_ref
               MOVE ffa_num_utilisateur TO Wx_f_utilisateur
               MOVE ffa_num_event TO Wx_f_event
               MOVE ffa_montant_ht TO Wx_f_montant_ht
               MOVE ffa_taux_tva TO Wx_f_taux_tva
               MOVE ffa_montant_tva TO Wx_f_montant_tva
               MOVE ffa_montant_ttc TO Wx_f_montant_ttc
               MOVE Wx_detail_piece TO extractTampon
               WRITE extractTampon
               COMPUTE Wx_nb = Wx_nb + 1
               IF ffa_type = "F" THEN
                COMPUTE Wx_tva_factures
                 = Wx_tva_factures + ffa_montant_tva
               ELSE
                COMPUTE Wx_tva_avoirs = Wx_tva_avoirs + ffa_montant_tva
               END-IF
              END-IF
            END-READ
           END-PERFORM
           CLOSE ffactures
          END-IF

      *>Bons d'avoir émis du jour et soldes périmés passés en perte
          OPEN INPUT fbons
          IF fbo_stat = 35 THEN
           CONTINUE
          ELSE
           MOVE 0 TO Wx_fin
           PERFORM WITH TEST AFTER UNTIL Wx_fin = 1
            READ fbons NEXT RECORD
             AT END
              MOVE 1 TO Wx_fin
             NOT AT END
              IF fbo_date_emission = Wx_date_num THEN
               MOVE "V" TO Wx_v_type
               MOVE fbo_num TO Wx_v_num
               MOVE fbo_num_utilisateur TO Wx_v_utilisateur
               MOVE fbo_montant_initial TO Wx_v_montant
               MOVE Wx_detail_bon TO extractTampon
               WRITE extractTampon
               COMPUTE Wx_nb = Wx_nb + 1
               COMPUTE Wx_total_bons = Wx_total_bons
                + fbo_montant_initial
              END-IF
              IF fbo_etat = 2 AND fbo_date_perte = Wx_date_num THEN
               MOVE "X" TO Wx_v_type
               MOVE fbo_num TO Wx_v_num
               MOVE fbo_num_utilisateur TO Wx_v_utilisateur
               MOVE fbo_solde TO Wx_v_montant
               MOVE Wx_detail_bon TO extractTampon
               WRITE extractTampon
               COMPUTE Wx_nb = Wx_nb + 1
               COMPUTE Wx_total_pertes = Wx_total_pertes + fbo_solde
              END-IF
            END-READ
           END-PERFORM
           CLOSE fbons
          END-IF

      *>Enregistrement de fin avec compteur et totaux de contrôle
          MOVE "T" TO Wx_t_type
          MOVE Wx_nb TO Wx_t_nb
          MOVE Wx_total_resa TO Wx_t_total_resa
          MOVE Wx_total_remb TO Wx_t_total_remb
          MOVE Wx_tva_factures TO Wx_t_tva_factures
          MOVE Wx_tva_avoirs TO Wx_t_tva_avoirs
          MOVE Wx_total_bons TO Wx_t_total_bons
          MOVE Wx_total_pertes TO Wx_t_total_pertes
          MOVE Wx_total_commission TO Wx_t_commission
          MOVE Wx_fin_extract TO extractTampon
          WRITE extractTampon
          CLOSE fextract

      *>Mémorisation de la date/séquence produite
          OPEN OUTPUT fextractctl
          MOVE Wx_date_num TO fxc_derniere_date
          MOVE Wx_sequence TO fxc_sequence
          WRITE extractCtlTampon
          CLOSE fextractctl

          MOVE "fextract" TO Wj_fichier
          MOVE "EXTRACT" TO Wj_operation
          MOVE Wx_date_num TO Wj_clef
          PERFORM JOURNALISER

          MOVE SPACES TO Wligne_rapport
          STRING "Extraction comptable produite - séquence "
            DELIMITED BY SIZE
           Wx_sequence DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           Wx_nb DELIMITED BY SIZE
           " enregistrement(s)" DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Total réservations   : " DELIMITED BY SIZE
           Wx_total_resa DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Total remboursements : " DELIMITED BY SIZE
           Wx_total_remb DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  TVA des factures     : " DELIMITED BY SIZE
           Wx_tva_factures DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  TVA des avoirs       : " DELIMITED BY SIZE
           Wx_tva_avoirs DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Bons d'avoir émis    : " DELIMITED BY SIZE
           Wx_total_bons DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Bons périmés (perte) : " DELIMITED BY SIZE
           Wx_total_pertes DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wx_total_commission TO Wx_commission_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Commissions agences  : " DELIMITED BY SIZE
           Wx_commission_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         ENCAISSER_PAIEMENT.
      *>Encaissement (total ou partiel) d'une réservation : le montant
      *>reçu, la date et le mode de règlement (1=espèces, 2=carte,
      *>3=chèque, 4=bon d'avoir) sont tracés dans fpayments, cumulés par
      *>réservation et
      *>par jour, pour suivre le solde restant dû et alimenter le rapport
      *>de caisse quotidien
      *>La réservation est lue avec verrou (fichier ouvert en I-O pour
      *>cela) le temps de l'encaissement : deux guichets ne peuvent
      *>solder la même réservation en même temps
         OPEN I-O freservations
         OPEN I-O fpayments
         PERFORM WITH TEST AFTER UNTIL Wrep = 0

          DISPLAY "Numéro de l'utilisateur : "
          ACCEPT fr_num_utilisateur
          DISPLAY "Numéro de l'évènement : "
          ACCEPT fr_num_event
          DISPLAY "Numéro de la place : "
          ACCEPT fr_num_place
          DISPLAY "Tribune : "
          ACCEPT fr_tribune
          DISPLAY "Rangée : "
          ACCEPT fr_rangee
          DISPLAY "Catégorie : "
          ACCEPT fr_categorie

          MOVE 0 TO Wp_resa_ok
          READ freservations WITH LOCK
           INVALID KEY
            DISPLAY "Réservation inéxistante. "
           NOT INVALID KEY
            MOVE 1 TO Wp_resa_ok
          END-READ
          IF fr_stat = 51 THEN
           MOVE "freserv" TO Wlk_fichier
           PERFORM SIGNALER_CONFLIT_VERROU
           DISPLAY "Réservation en cours de traitement à un autre"
            " guichet, réessayez."
          END-IF

          IF Wp_resa_ok = 1 THEN
           PERFORM CALCULER_MONTANT_RECU
           COMPUTE Wp_solde = fr_prix - Wp_deja_recu
           DISPLAY "Prix de la réservation : " fr_prix
           DISPLAY "Déjà encaissé : " Wp_deja_recu
           DISPLAY "Solde restant dû : " Wp_solde
           IF Wp_solde = 0 THEN
            DISPLAY "Réservation déjà soldée."
      *>Une revente restée en suspens (mise en revente tenue à un autre
      *>guichet au règlement) est conclue à cette nouvelle demande
            PERFORM SOLDER_REVENTE
           ELSE
            PERFORM WITH TEST AFTER UNTIL Wp_montant > 0
             AND Wp_montant <= Wp_solde
             DISPLAY "Montant encaissé : "
             ACCEPT Wp_montant
            END-PERFORM
            PERFORM WITH TEST AFTER UNTIL Wp_mode >= 1 AND Wp_mode <= 4
             DISPLAY "Mode de règlement (1=espèces 2=carte 3=chèque"
              " 4=bon d'avoir) : "
             ACCEPT Wp_mode
            END-PERFORM
            MOVE 1 TO Wbo_ok
            IF Wp_mode = 4 THEN
             PERFORM CONTROLER_BON_REGLEMENT
            END-IF
           END-IF
           IF Wp_solde > 0 AND Wbo_ok = 1 THEN

      *>Un encaissement par réservation, jour et mode de règlement : un
      *>deuxième règlement du même jour par le même mode se cumule sur
      *>l'enregistrement existant, un règlement partagé (espèces + carte)
      *>donne une ligne par mode pour que la caisse ventile juste
            MOVE fr_clef TO fy_clef_resa
            ACCEPT Wdate_systeme FROM DATE YYYYMMDD
            MOVE Wsys_annee TO fy_annee
            MOVE Wsys_mois TO fy_mois
            MOVE Wsys_jour TO fy_jour
            MOVE Wp_mode TO fy_mode
      *>L'encaissement est frappé du nom de l'opérateur connecté pour
      *>le rapprochement de sa vacation de caisse
            MOVE Wjournal_operateur TO fy_operateur
            MOVE 0 TO Wp_ecrit
            READ fpayments WITH LOCK
             INVALID KEY
              MOVE Wp_montant TO fy_montant
              MOVE 0 TO fy_regle
              MOVE 0 TO fy_date_regle
              MOVE 0 TO fy_annule
              WRITE paiementTampon
               INVALID KEY DISPLAY 'Problème enregistrement'
               NOT INVALID KEY
                MOVE 1 TO Wp_ecrit
                DISPLAY 'Encaissement enregistré'
                MOVE "fpayments" TO Wj_fichier
                MOVE "ENCAISSE" TO Wj_operation
                MOVE fy_clef TO Wj_clef
                PERFORM JOURNALISER
              END-WRITE
             NOT INVALID KEY
      *>Un encaissement carte annulé du jour sur la même place (ancienne
      *>réservation) garde son montant pour le rapprochement
              IF fy_annule = 1 THEN
               DISPLAY "Un encaissement carte annulé de ce jour existe"
                " sur cette place - encaisser par un autre mode."
              ELSE
               COMPUTE fy_montant = fy_montant + Wp_montant
               REWRITE paiementTampon
                INVALID KEY DISPLAY 'Problème enregistrement'
                NOT INVALID KEY
                 MOVE 1 TO Wp_ecrit
                 DISPLAY 'Encaissement enregistré'
                 MOVE "fpayments" TO Wj_fichier
                 MOVE "ENCAISSE" TO Wj_operation
                 MOVE fy_clef TO Wj_clef
                 PERFORM JOURNALISER
               END-REWRITE
              END-IF
            END-READ
            IF fy_stat = 51 THEN
             MOVE "fpayments" TO Wlk_fichier
             PERFORM SIGNALER_CONFLIT_VERROU
             DISPLAY "Encaissement en cours à un autre guichet -"
              " non enregistré, réessayez."
            END-IF
            UNLOCK fpayments
      *>Le bon accepté est toujours relâché, débité seulement si
      *>l'encaissement a été enregistré
            IF Wp_mode = 4 AND Wbo_ok = 1 THEN
             PERFORM DEBITER_BON
            END-IF
      *>La réservation soldée par cet encaissement est facturée ; si
      *>c'est une place de la bourse, la revente est conclue
            IF Wp_ecrit = 1 AND Wp_montant = Wp_solde THEN
             PERFORM EMETTRE_FACTURE
             PERFORM SOLDER_REVENTE
            END-IF
           END-IF
          END-IF
          UNLOCK freservations

          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM
         END-PERFORM
         CLOSE fpayments
         CLOSE freservations
         .


         CONTROLER_BON_REGLEMENT.
      *>Règlement par bon d'avoir : le bon saisi est lu avec verrou (il
      *>reste verrouillé jusqu'à DEBITER_BON), il doit appartenir au
      *>titulaire de la réservation, être en cours et non échu ; le
      *>montant encaissé est ramené au solde du bon si besoin (le reste
      *>se règle par un autre mode). Wbo_ok = 1 si le bon est accepté
         MOVE 0 TO Wbo_ok
         DISPLAY "Numéro du bon d'avoir : "
         ACCEPT fbo_num
         OPEN I-O fbons
         READ fbons WITH LOCK
          INVALID KEY
           DISPLAY "Bon d'avoir inexistant."
          NOT INVALID KEY
           ACCEPT Wdate_systeme FROM DATE YYYYMMDD
           MOVE Wdate_systeme TO Wbo_jour
           IF fbo_num_utilisateur NOT = fr_num_utilisateur THEN
            DISPLAY "Ce bon n'appartient pas au titulaire de la"
             " réservation."
           ELSE
            IF fbo_etat NOT = 0 OR fbo_solde = 0 THEN
             DISPLAY "Bon d'avoir épuisé ou périmé."
            ELSE
             IF fbo_date_expiration < Wbo_jour THEN
              DISPLAY "Bon d'avoir échu le " fbo_date_expiration
             ELSE
              MOVE 1 TO Wbo_ok
              DISPLAY "Solde du bon : " fbo_solde
              IF Wp_montant > fbo_solde THEN
               MOVE fbo_solde TO Wp_montant
               DISPLAY "Montant ramené au solde du bon : " Wp_montant
              END-IF
             END-IF
            END-IF
           END-IF
         END-READ
         IF fbo_stat = 51 THEN
          MOVE "fbons" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
          DISPLAY "Bon en cours d'utilisation à un autre guichet,"
           " réessayez."
         END-IF
         IF Wbo_ok = 0 THEN
          CLOSE fbons
         END-IF
         .


         DEBITER_BON.
      *>Imputation sur le bon verrouillé par CONTROLER_BON_REGLEMENT
      *>du montant qui vient d'être enregistré dans fpayments ; le bon
      *>entièrement consommé passe à l'état épuisé
         IF Wp_ecrit = 1 THEN
          COMPUTE fbo_solde = fbo_solde - Wp_montant
          IF fbo_solde = 0 THEN
           MOVE 1 TO fbo_etat
          END-IF
          REWRITE bonTampon
           INVALID KEY DISPLAY 'Problème mise à jour du bon'
           NOT INVALID KEY
            DISPLAY "Solde restant sur le bon : " fbo_solde
            MOVE "fbons" TO Wj_fichier
            MOVE "UTILISE" TO Wj_operation
            MOVE fbo_num TO Wj_clef
            PERFORM JOURNALISER
          END-REWRITE
         END-IF
         UNLOCK fbons
         CLOSE fbons
         .


         CHOISIR_DEDOMMAGEMENT.
      *>Choix du dédommagement d'une annulation : remboursement ou bon
      *>d'avoir au nom du titulaire ; toujours un remboursement en mode
      *>non assisté
         MOVE 1 TO Wbo_choix
         IF Wbatch_mode = 0 THEN
          PERFORM WITH TEST AFTER UNTIL Wbo_choix = 1 OR Wbo_choix = 2
           DISPLAY "Dédommagement (1=remboursement 2=bon d'avoir) : "
           ACCEPT Wbo_choix
          END-PERFORM
         END-IF
         .


         EMETTRE_BON.
      *>Emission d'un bon d'avoir de Wbo_montant au nom de
      *>Wbo_utilisateur, valable Wbo_validite_mois mois (jour ramené à
      *>la fin du mois d'échéance si besoin) ; numéro suivant le plus
      *>grand déjà émis, décalé si un autre guichet l'a pris entre-temps.
      *>Wbo_ecrit = 1 si le bon a été écrit
         MOVE 0 TO Wbo_ecrit
         OPEN I-O fbons
         IF Wbo_dernier = 0 THEN
          MOVE 0 TO Wbo_fin
          PERFORM WITH TEST AFTER UNTIL Wbo_fin = 1
           READ fbons NEXT RECORD
            AT END
             MOVE 1 TO Wbo_fin
            NOT AT END
             IF fbo_num > Wbo_dernier THEN
              MOVE fbo_num TO Wbo_dernier
             END-IF
           END-READ
          END-PERFORM
         END-IF
         ACCEPT Wdate_systeme FROM DATE YYYYMMDD
         MOVE Wdate_systeme TO fbo_date_emission
         COMPUTE Wbo_mois_calc = Wsys_mois - 1 + Wbo_validite_mois
         DIVIDE Wbo_mois_calc BY 12 GIVING Wbo_annees
          REMAINDER Wbo_reste
         COMPUTE Wg_annee = Wsys_annee + Wbo_annees
         COMPUTE Wg_mois = Wbo_reste + 1
         PERFORM CALCULER_JOURS_DU_MOIS
         MOVE Wg_annee TO Wsys_annee
         MOVE Wg_mois TO Wsys_mois
         IF Wsys_jour > Wg_jours_mois THEN
          MOVE Wg_jours_mois TO Wsys_jour
         END-IF
         MOVE Wdate_systeme TO fbo_date_expiration
         MOVE Wbo_utilisateur TO fbo_num_utilisateur
         MOVE Wbo_montant TO fbo_montant_initial
         MOVE Wbo_montant TO fbo_solde
         MOVE 0 TO fbo_etat
         MOVE 0 TO fbo_date_perte
         MOVE 0 TO Wbo_essais
         PERFORM WITH TEST AFTER UNTIL Wbo_ecrit = 1 OR Wbo_essais >= 20
          COMPUTE Wbo_dernier = Wbo_dernier + 1
          COMPUTE Wbo_essais = Wbo_essais + 1
          MOVE Wbo_dernier TO fbo_num
          WRITE bonTampon
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 1 TO Wbo_ecrit
          END-WRITE
         END-PERFORM
         CLOSE fbons
         IF Wbo_ecrit = 0 THEN
          DISPLAY "Problème émission du bon d'avoir - remboursement"
         ELSE
          MOVE "fbons" TO Wj_fichier
          MOVE "EMISSION" TO Wj_operation
          MOVE fbo_num TO Wj_clef
          PERFORM JOURNALISER
          MOVE SPACES TO Wligne_rapport
          STRING "BON D'AVOIR No " DELIMITED BY SIZE
           fbo_num DELIMITED BY SIZE
           " - Client " DELIMITED BY SIZE
           fbo_num_utilisateur DELIMITED BY SIZE
           " - Montant " DELIMITED BY SIZE
           fbo_montant_initial DELIMITED BY SIZE
           " - Valable jusqu'au " DELIMITED BY SIZE
           Wsys_jour DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           Wsys_mois DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           Wsys_annee DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         RAPPORT_ENCOURS_BONS.
      *>Encours des bons d'avoir : un bon en cours à solde non nul est
      *>une dette envers le client ; détail par bon, total de l'encours
      *>et part qui arrive à échéance d'ici la fin du mois courant
         ACCEPT Wdate_systeme FROM DATE YYYYMMDD
         MOVE Wsys_mois TO Wg_mois
         MOVE Wsys_annee TO Wg_annee
         PERFORM CALCULER_JOURS_DU_MOIS
         MOVE Wg_jours_mois TO Wsys_jour
         MOVE Wdate_systeme TO Wbo_fin_mois
         MOVE 0 TO Wbo_nb
         MOVE 0 TO Wbo_total
         MOVE 0 TO Wbo_total_mois
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  ENCOURS DES BONS D'AVOIR AU " DELIMITED BY SIZE
          Wsys_mois DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          Wsys_annee DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         OPEN INPUT fbons
         MOVE 0 TO Wbo_fin
         PERFORM WITH TEST AFTER UNTIL Wbo_fin = 1
          READ fbons NEXT RECORD
           AT END
            MOVE 1 TO Wbo_fin
           NOT AT END
            IF fbo_etat = 0 AND fbo_solde > 0 THEN
             COMPUTE Wbo_nb = Wbo_nb + 1
             COMPUTE Wbo_total = Wbo_total + fbo_solde
             IF fbo_date_expiration <= Wbo_fin_mois THEN
              COMPUTE Wbo_total_mois = Wbo_total_mois + fbo_solde
             END-IF
             MOVE SPACES TO Wligne_rapport
             STRING "  Bon " DELIMITED BY SIZE
              fbo_num DELIMITED BY SIZE
              " client " DELIMITED BY SIZE
              fbo_num_utilisateur DELIMITED BY SIZE
              " émis " DELIMITED BY SIZE
              fbo_date_emission DELIMITED BY SIZE
              " échéance " DELIMITED BY SIZE
              fbo_date_expiration DELIMITED BY SIZE
              " solde " DELIMITED BY SIZE
              fbo_solde DELIMITED BY SIZE
              INTO Wligne_rapport
             PERFORM EMETTRE_LIGNE
            END-IF
          END-READ
         END-PERFORM
         CLOSE fbons
         MOVE SPACES TO Wligne_rapport
         STRING "  Bons en cours : " DELIMITED BY SIZE
          Wbo_nb DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Encours total : " DELIMITED BY SIZE
          Wbo_total DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Dont échéant dans le mois : " DELIMITED BY SIZE
          Wbo_total_mois DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         PEREMPTION_BONS.
      *>Péremption des bons d'avoir échus : le solde restant d'un bon en
      *>cours dont l'échéance est passée est abandonné ; le bon passe à
      *>l'état périmé avec la date du jour, ce qui le fait figurer en
      *>perte dans l'extraction comptable du jour. Le fichier est
      *>parcouru sans verrou, chaque bon échu est relu avec verrou puis
      *>le parcours reprend après lui ; un bon tenu par un guichet est
      *>laissé pour le passage suivant
         ACCEPT Wdate_systeme FROM DATE YYYYMMDD
         MOVE Wdate_systeme TO Wbo_jour
         MOVE 0 TO Wbo_nb
         MOVE 0 TO Wbo_total
         OPEN I-O fbons
         MOVE 0 TO fbo_num
         MOVE 0 TO Wbo_fin
         START fbons KEY >= fbo_num
          INVALID KEY
           MOVE 1 TO Wbo_fin
         END-START
         PERFORM UNTIL Wbo_fin = 1
          READ fbons NEXT RECORD
           AT END
            MOVE 1 TO Wbo_fin
           NOT AT END
            IF fbo_etat = 0 AND fbo_solde > 0
             AND fbo_date_expiration < Wbo_jour THEN
             PERFORM LIRE_BON_VERROU
             IF Wbo_verrou = 2 THEN
              DISPLAY "Bon " Wbo_num_lu " en cours d'utilisation à un"
               " guichet - non périmé ce jour."
             END-IF
             IF Wbo_verrou = 0 THEN
              IF fbo_etat = 0 AND fbo_solde > 0
               AND fbo_date_expiration < Wbo_jour THEN
               MOVE 2 TO fbo_etat
               MOVE Wbo_jour TO fbo_date_perte
               REWRITE bonTampon
                INVALID KEY DISPLAY 'Problème péremption du bon'
                NOT INVALID KEY
                 COMPUTE Wbo_nb = Wbo_nb + 1
                 COMPUTE Wbo_total = Wbo_total + fbo_solde
                 MOVE "fbons" TO Wj_fichier
                 MOVE "PERIME" TO Wj_operation
                 MOVE fbo_num TO Wj_clef
                 PERFORM JOURNALISER
               END-REWRITE
              END-IF
              UNLOCK fbons
             END-IF
             MOVE Wbo_num_lu TO fbo_num
             START fbons KEY > fbo_num
              INVALID KEY
               MOVE 1 TO Wbo_fin
             END-START
            END-IF
          END-READ
         END-PERFORM
         CLOSE fbons
         MOVE SPACES TO Wligne_rapport
         STRING "Bons d'avoir périmés : " DELIMITED BY SIZE
          Wbo_nb DELIMITED BY SIZE
          " - solde passé en perte : " DELIMITED BY SIZE
          Wbo_total DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         EMETTRE_FACTURE.
      *>Facture de la réservation courante (reservTampon) qui vient
      *>d'être soldée : numéro continu suivant, client relu dans
      *>futilisateurs, évènement dans fevenements, place, prix hors
      *>taxe, taux et montant de TVA et total TTC (fr_prix est un prix
      *>toutes taxes comprises). Une réservation ayant déjà une facture
      *>en vigueur n'est pas facturée deux fois. futilisateurs et
      *>fevenements ne doivent pas être ouverts par l'appelant
         OPEN I-O ffactures
         MOVE fr_clef TO Wfa_clef_resa
         PERFORM RECHERCHER_FACTURE_RESA
         IF Wfa_trouvee = 1 THEN
          DISPLAY "Réservation déjà facturée (facture "
           Wfa_num_facture ")."
         ELSE
          MOVE SPACES TO factureTampon
          MOVE "F" TO ffa_type
          MOVE fr_clef TO ffa_clef_resa
          ACCEPT ffa_date FROM DATE YYYYMMDD
          OPEN INPUT futilisateurs
          MOVE fr_num_utilisateur TO fu_num
          READ futilisateurs
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE fu_nom TO ffa_nom
            MOVE fu_prenom TO ffa_prenom
            MOVE fu_ville TO ffa_ville
          END-READ
          CLOSE futilisateurs
          MOVE 0 TO ffa_ev_jour
          MOVE 0 TO ffa_ev_mois
          MOVE 0 TO ffa_ev_annee
          OPEN INPUT fevenements
          MOVE fr_num_event TO fe_num
          READ fevenements
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE fe_nom TO ffa_nom_event
            MOVE fe_jour TO ffa_ev_jour
            MOVE fe_mois TO ffa_ev_mois
            MOVE fe_annee TO ffa_ev_annee
          END-READ
          CLOSE fevenements
          MOVE fr_prix TO ffa_montant_ttc
          MOVE Wfa_taux_tva TO ffa_taux_tva
          COMPUTE ffa_montant_ht ROUNDED
           = ffa_montant_ttc * 100 / (100 + ffa_taux_tva)
          COMPUTE ffa_montant_tva = ffa_montant_ttc - ffa_montant_ht
          MOVE 0 TO ffa_facture_ref
          MOVE 0 TO ffa_etat
          PERFORM ECRIRE_PIECE
          IF Wfa_ecrite = 1 THEN
           PERFORM IMPRIMER_PIECE
          ELSE
           DISPLAY "Problème enregistrement de la facture"
          END-IF
         END-IF
         CLOSE ffactures
         .


         EMETTRE_AVOIR.
      *>Avoir d'annulation de la réservation dont la clef est posée
      *>dans Wfa_clef_resa, si elle a une facture en vigueur : l'avoir
      *>reprend client, évènement, place et montants de la facture et
      *>renvoie à son numéro, la facture passe à l'état annulée.
      *>Wfa_avoir_emis = 1 si un avoir a été émis
         MOVE 0 TO Wfa_avoir_emis
         OPEN I-O ffactures
         PERFORM RECHERCHER_FACTURE_RESA
         IF Wfa_trouvee = 1 THEN
          MOVE factureTampon TO Wfa_facture_sauve
          MOVE "A" TO ffa_type
          MOVE Wfa_num_facture TO ffa_facture_ref
          ACCEPT ffa_date FROM DATE YYYYMMDD
          MOVE 0 TO ffa_etat
          PERFORM ECRIRE_PIECE
          IF Wfa_ecrite = 1 THEN
           MOVE 1 TO Wfa_avoir_emis
           PERFORM IMPRIMER_PIECE
           MOVE Wfa_facture_sauve TO factureTampon
           MOVE 1 TO ffa_etat
           REWRITE factureTampon
            INVALID KEY
             DISPLAY 'Problème mise à jour de la facture annulée'
           END-REWRITE
          ELSE
           DISPLAY "Problème enregistrement de l'avoir"
          END-IF
         END-IF
         CLOSE ffactures
         .


         RECHERCHER_FACTURE_RESA.
      *>Recherche la facture en vigueur (type F, état 0) de la
      *>réservation Wfa_clef_resa par la clef alternative ffa_clef_resa :
      *>Wfa_trouvee = 1 et factureTampon positionné si elle existe ;
      *>ffactures est supposé ouvert par l'appelant
         MOVE 0 TO Wfa_trouvee
         MOVE 0 TO Wfa_num_facture
         MOVE Wfa_clef_resa TO ffa_clef_resa
         START ffactures KEY = ffa_clef_resa
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfa_fin
           PERFORM WITH TEST AFTER UNTIL Wfa_fin = 1
            READ ffactures NEXT RECORD
             AT END
              MOVE 1 TO Wfa_fin
             NOT AT END
              IF ffa_clef_resa NOT = Wfa_clef_resa THEN
               MOVE 1 TO Wfa_fin
              ELSE
               IF ffa_type = "F" AND ffa_etat = 0 THEN
                MOVE 1 TO Wfa_trouvee
                MOVE ffa_num TO Wfa_num_facture
                MOVE 1 TO Wfa_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         .


         ECRIRE_PIECE.
      *>Numérotation et écriture de la pièce factureTampon (ffa_type
      *>déjà posé) : numéro suivant le dernier attribué pour ce type
      *>dans ffactctl, passé au suivant si un autre guichet vient de le
      *>prendre, puis mémorisé. Un numéro n'est consommé que par une
      *>pièce effectivement écrite, la suite reste donc sans trou.
      *>ffactures est supposé ouvert en I-O par l'appelant
         MOVE 0 TO Wfa_dernier_facture
         MOVE 0 TO Wfa_dernier_avoir
         OPEN INPUT ffactctl
         IF ffc_stat = 35 THEN
          CONTINUE
         ELSE
          READ ffactctl
           AT END
            CONTINUE
           NOT AT END
            MOVE ffc_dernier_facture TO Wfa_dernier_facture
            MOVE ffc_dernier_avoir TO Wfa_dernier_avoir
          END-READ
          CLOSE ffactctl
         END-IF
         IF ffa_type = "F" THEN
          COMPUTE ffa_num = Wfa_dernier_facture + 1
         ELSE
          COMPUTE ffa_num = Wfa_dernier_avoir + 1
         END-IF

         MOVE 0 TO Wfa_ecrite
         MOVE 0 TO Wfa_essais
         PERFORM WITH TEST AFTER UNTIL Wfa_ecrite = 1
          OR Wfa_essais >= 20
          COMPUTE Wfa_essais = Wfa_essais + 1
          WRITE factureTampon
           INVALID KEY
            COMPUTE ffa_num = ffa_num + 1
           NOT INVALID KEY
            MOVE 1 TO Wfa_ecrite
          END-WRITE
         END-PERFORM

         IF Wfa_ecrite = 1 THEN
          IF ffa_type = "F" THEN
           MOVE ffa_num TO Wfa_dernier_facture
          ELSE
           MOVE ffa_num TO Wfa_dernier_avoir
          END-IF
          OPEN OUTPUT ffactctl
          MOVE Wfa_dernier_facture TO ffc_dernier_facture
          MOVE Wfa_dernier_avoir TO ffc_dernier_avoir
          WRITE factCtlTampon
          CLOSE ffactctl
          MOVE "ffactures" TO Wj_fichier
          IF ffa_type = "F" THEN
           MOVE "FACTURE" TO Wj_operation
          ELSE
           MOVE "AVOIR" TO Wj_operation
          END-IF
          MOVE ffa_clef TO Wj_clef
          PERFORM JOURNALISER
         END-IF
         .


         IMPRIMER_PIECE.
      *>Edition de la pièce factureTampon (facture ou avoir) remise au
      *>client, à l'écran ou dans frapport selon le mode
         MOVE SPACES TO Wligne_rapport
         IF ffa_type = "F" THEN
          STRING "FACTURE No " DELIMITED BY SIZE
           ffa_num DELIMITED BY SIZE
           " du " DELIMITED BY SIZE
           ffa_date DELIMITED BY SIZE
           INTO Wligne_rapport
         ELSE
          STRING "AVOIR No " DELIMITED BY SIZE
           ffa_num DELIMITED BY SIZE
           " du " DELIMITED BY SIZE
           ffa_date DELIMITED BY SIZE
           " sur facture No " DELIMITED BY SIZE
           ffa_facture_ref DELIMITED BY SIZE
           INTO Wligne_rapport
         END-IF
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Client " DELIMITED BY SIZE
          ffa_num_utilisateur DELIMITED BY SIZE
          " : " DELIMITED BY SIZE
          ffa_nom DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          ffa_prenom DELIMITED BY SIZE
          " - " DELIMITED BY SIZE
          ffa_ville DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Evènement " DELIMITED BY SIZE
          ffa_num_event DELIMITED BY SIZE
          " : " DELIMITED BY SIZE
          ffa_nom_event DELIMITED BY SIZE
          " le " DELIMITED BY SIZE
          ffa_ev_jour DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          ffa_ev_mois DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          ffa_ev_annee DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Place " DELIMITED BY SIZE
          ffa_num_place DELIMITED BY SIZE
          " Tribune " DELIMITED BY SIZE
          ffa_tribune DELIMITED BY SIZE
          " Rangée " DELIMITED BY SIZE
          ffa_rangee DELIMITED BY SIZE
          " Catégorie " DELIMITED BY SIZE
          ffa_categorie DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Prix HT " DELIMITED BY SIZE
          ffa_montant_ht DELIMITED BY SIZE
          " - TVA " DELIMITED BY SIZE
          ffa_taux_tva DELIMITED BY SIZE
          "% " DELIMITED BY SIZE
          ffa_montant_tva DELIMITED BY SIZE
          " - Total TTC " DELIMITED BY SIZE
          ffa_montant_ttc DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         RAPPROCHEMENT_CARTES.
      *>Rapprochement du relevé quotidien de l'acquéreur carte avec les
      *>encaissements carte (fy_mode = 2) : chaque ligne bancaire est
      *>rapprochée d'un encaissement non encore réglé de même date, même
      *>opérateur (référence terminal) et même montant, à défaut d'un
      *>encaissement de même date et opérateur, signalé en écart ; les
      *>encaissements rapprochés sont marqués réglés pour ne pas l'être
      *>deux fois. Le rapport d'exceptions liste aussi les encaissements
      *>carte jamais réglés jusqu'à la dernière date du relevé, et le
      *>total des commissions retenues par la banque. Un encaissement
      *>annulé depuis (réservation annulée, dédommagée ou revendue) est
      *>rapproché comme les autres et signalé ANNULE : le client a été
      *>remboursé d'un montant que la banque a bien réglé
         OPEN INPUT facquereur
         IF fq_stat = 35 THEN
          MOVE "Relevé acquéreur introuvable (facquereur.dat)."
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         ELSE
          ACCEPT Wdate_systeme FROM DATE YYYYMMDD
          MOVE Wdate_systeme TO Wrc_jour
          MOVE 0 TO Wrc_nb_lignes
          MOVE 0 TO Wrc_nb_rappr
          MOVE 0 TO Wrc_nb_ecarts
          MOVE 0 TO Wrc_nb_inconnues
          MOVE 0 TO Wrc_nb_non_reglees
          MOVE 0 TO Wrc_nb_annulees
          MOVE 0 TO Wrc_total_banque
          MOVE 0 TO Wrc_total_frais
          MOVE 0 TO Wrc_total_ecarts
          MOVE 0 TO Wrc_total_non_reglees
          MOVE 0 TO Wrc_date_max
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "|  RAPPROCHEMENT DES REGLEMENTS CARTE      |"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE

          OPEN I-O fpayments
          MOVE 0 TO Wrc_fin
          PERFORM WITH TEST AFTER UNTIL Wrc_fin = 1
           READ facquereur
            AT END
             MOVE 1 TO Wrc_fin
            NOT AT END
             COMPUTE Wrc_nb_lignes = Wrc_nb_lignes + 1
             COMPUTE Wrc_total_banque = Wrc_total_banque + fq_montant
             COMPUTE Wrc_total_frais = Wrc_total_frais + fq_frais
             IF fq_date > Wrc_date_max THEN
              MOVE fq_date TO Wrc_date_max
             END-IF
             MOVE 1 TO Wrc_exact
             PERFORM RECHERCHER_PAIEMENT_CARTE
             IF Wrc_trouve = 1 THEN
              COMPUTE Wrc_nb_rappr = Wrc_nb_rappr + 1
              PERFORM SIGNALER_CARTE_ANNULEE
             ELSE
              MOVE 0 TO Wrc_exact
              PERFORM RECHERCHER_PAIEMENT_CARTE
              IF Wrc_trouve = 1 THEN
               COMPUTE Wrc_nb_ecarts = Wrc_nb_ecarts + 1
               COMPUTE Wrc_ecart = fq_montant - fy_montant
               COMPUTE Wrc_total_ecarts = Wrc_total_ecarts + Wrc_ecart
               MOVE Wrc_ecart TO Wrc_ecart_edit
               MOVE SPACES TO Wligne_rapport
               STRING "  ECART    " DELIMITED BY SIZE
                fq_date DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fq_reference DELIMITED BY SIZE
                " banque " DELIMITED BY SIZE
                fq_montant DELIMITED BY SIZE
                " caisse " DELIMITED BY SIZE
                fy_montant DELIMITED BY SIZE
                " écart " DELIMITED BY SIZE
                Wrc_ecart_edit DELIMITED BY SIZE
                INTO Wligne_rapport
               PERFORM EMETTRE_LIGNE
               PERFORM SIGNALER_CARTE_ANNULEE
              ELSE
               COMPUTE Wrc_nb_inconnues = Wrc_nb_inconnues + 1
               MOVE SPACES TO Wligne_rapport
               STRING "  INCONNU  " DELIMITED BY SIZE
                fq_date DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                fq_reference DELIMITED BY SIZE
                " banque " DELIMITED BY SIZE
                fq_montant DELIMITED BY SIZE
                " sans encaissement carte correspondant"
                 DELIMITED BY SIZE
                INTO Wligne_rapport
               PERFORM EMETTRE_LIGNE
              END-IF
             END-IF
           END-READ
          END-PERFORM
          CLOSE facquereur

      *>Encaissements carte que la banque n'a jamais réglés, jusqu'à la
      *>date de transaction la plus récente du relevé
          MOVE LOW-VALUES TO fy_clef
          MOVE 0 TO Wrc_fin_paie
          START fpayments KEY >= fy_clef
           INVALID KEY MOVE 1 TO Wrc_fin_paie
          END-START
          PERFORM UNTIL Wrc_fin_paie = 1
           READ fpayments NEXT RECORD
            AT END
             MOVE 1 TO Wrc_fin_paie
            NOT AT END
             MOVE fy_date_paiement TO Wrc_date_paie
             IF fy_mode = 2 AND fy_regle = 0 AND fy_annule = 0
              AND Wrc_date_paie <= Wrc_date_max THEN
              COMPUTE Wrc_nb_non_reglees = Wrc_nb_non_reglees + 1
              COMPUTE Wrc_total_non_reglees = Wrc_total_non_reglees
               + fy_montant
              MOVE SPACES TO Wligne_rapport
              STRING "  NON REGLE " DELIMITED BY SIZE
               Wrc_date_paie DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fy_operateur DELIMITED BY SIZE
               " client " DELIMITED BY SIZE
               fy_num_utilisateur DELIMITED BY SIZE
               " évènement " DELIMITED BY SIZE
               fy_num_event DELIMITED BY SIZE
               " montant " DELIMITED BY SIZE
               fy_montant DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
           END-READ
          END-PERFORM
          CLOSE fpayments

          MOVE Wrc_total_ecarts TO Wrc_total_ecarts_edit
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Lignes du relevé        : " DELIMITED BY SIZE
           Wrc_nb_lignes DELIMITED BY SIZE
           " pour " DELIMITED BY SIZE
           Wrc_total_banque DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Rapprochées             : " DELIMITED BY SIZE
           Wrc_nb_rappr DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Ecarts de montant       : " DELIMITED BY SIZE
           Wrc_nb_ecarts DELIMITED BY SIZE
           " total " DELIMITED BY SIZE
           Wrc_total_ecarts_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Lignes banque inconnues : " DELIMITED BY SIZE
           Wrc_nb_inconnues DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Encaissements annulés   : " DELIMITED BY SIZE
           Wrc_nb_annulees DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Encaissements non réglés: " DELIMITED BY SIZE
           Wrc_nb_non_reglees DELIMITED BY SIZE
           " pour " DELIMITED BY SIZE
           Wrc_total_non_reglees DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Commission retenue      : " DELIMITED BY SIZE
           Wrc_total_frais DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         RECHERCHER_PAIEMENT_CARTE.
      *>Recherche pour la ligne du relevé courante (acquereurTampon) du
      *>premier encaissement carte non réglé de même date et même
      *>opérateur, de même montant si Wrc_exact = 1 ; l'encaissement
      *>trouvé (Wrc_trouve = 1) est marqué réglé (2 = avec écart) et
      *>reste dans paiementTampon
         MOVE 0 TO Wrc_trouve
         MOVE LOW-VALUES TO fy_clef
         MOVE 0 TO Wrc_fin_paie
         START fpayments KEY >= fy_clef
          INVALID KEY MOVE 1 TO Wrc_fin_paie
         END-START
         PERFORM UNTIL Wrc_fin_paie = 1
          READ fpayments NEXT RECORD
           AT END
            MOVE 1 TO Wrc_fin_paie
           NOT AT END
            MOVE fy_date_paiement TO Wrc_date_paie
            IF fy_mode = 2 AND fy_regle = 0
             AND Wrc_date_paie = fq_date
             AND fy_operateur = fq_reference THEN
             IF Wrc_exact = 0 OR fy_montant = fq_montant THEN
              MOVE 1 TO Wrc_trouve
              MOVE 1 TO Wrc_fin_paie
             END-IF
            END-IF
          END-READ
         END-PERFORM
         IF Wrc_trouve = 1 THEN
          IF Wrc_exact = 1 THEN
           MOVE 1 TO fy_regle
          ELSE
           MOVE 2 TO fy_regle
          END-IF
          MOVE Wrc_jour TO fy_date_regle
          REWRITE paiementTampon
           INVALID KEY DISPLAY 'Problème marquage règlement carte'
           NOT INVALID KEY
            MOVE "fpayments" TO Wj_fichier
            MOVE "REGLE" TO Wj_operation
            MOVE fy_clef TO Wj_clef
            PERFORM JOURNALISER
          END-REWRITE
         END-IF
         .


         SIGNALER_CARTE_ANNULEE.
      *>L'encaissement carte rapproché (paiementTampon) a été annulé
      *>depuis : ligne ANNULE au rapport d'exceptions
         IF fy_annule = 1 THEN
          COMPUTE Wrc_nb_annulees = Wrc_nb_annulees + 1
          MOVE SPACES TO Wligne_rapport
          STRING "  ANNULE   " DELIMITED BY SIZE
           fq_date DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fq_reference DELIMITED BY SIZE
           " banque " DELIMITED BY SIZE
           fq_montant DELIMITED BY SIZE
           " client " DELIMITED BY SIZE
           fy_num_utilisateur DELIMITED BY SIZE
           " évènement " DELIMITED BY SIZE
           fy_num_event DELIMITED BY SIZE
           " - encaissement annulé, remboursé au client"
            DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         OUVRIR_VACATION.
      *>Ouverture de la vacation de caisse de l'opérateur connecté :
      *>contrôle qu'aucune vacation n'est déjà ouverte pour lui, puis
      *>enregistrement du fonds de caisse déclaré à l'ouverture
         OPEN I-O fvacations
         PERFORM RECHERCHER_VACATION_OUVERTE
         IF Wv_ouverte = 1 THEN
          DISPLAY "Une vacation est déjà ouverte pour cet opérateur"
           " depuis le " fv_date_ouverture "."
         ELSE
          PERFORM RECHERCHER_VACATION_DU_JOUR
          IF Wv_deja_jour = 1 THEN
      *>Les encaissements ne portent pas l'heure : une deuxième
      *>vacation le même jour recompterait ceux de la première à la
      *>clôture, donc une seule vacation par opérateur et par jour
           DISPLAY "Une vacation a déjà été enregistrée aujourd'hui"
            " pour cet opérateur - une seule vacation par jour."
          ELSE
          MOVE Wjournal_operateur TO fv_operateur
          ACCEPT fv_date_ouverture FROM DATE YYYYMMDD
          ACCEPT fv_heure_ouverture FROM TIME
          DISPLAY "Fonds de caisse d'ouverture : "
          ACCEPT fv_fond_initial
          MOVE 0 TO fv_etat
          MOVE 0 TO fv_date_cloture
          MOVE 0 TO fv_heure_cloture
          MOVE 0 TO fv_compte
          MOVE 0 TO fv_ecart
          WRITE vacationTampon
           INVALID KEY
            DISPLAY 'Problème enregistrement vacation'
           NOT INVALID KEY
            DISPLAY "Vacation ouverte."
            MOVE "fvacations" TO Wj_fichier
            MOVE "OUVERTURE" TO Wj_operation
            MOVE fv_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
          END-IF
         END-IF
         CLOSE fvacations
         .


         RECHERCHER_VACATION_DU_JOUR.
      *>Cherche une vacation déjà enregistrée ce jour (ouverte ou
      *>close) pour l'opérateur connecté ; Wv_deja_jour = 1 si
      *>trouvée. fvacations est supposé déjà ouvert par l'appelant
         MOVE 0 TO Wv_deja_jour
         ACCEPT Wv_jour FROM DATE YYYYMMDD
         MOVE Wjournal_operateur TO fv_operateur
         MOVE ZEROS TO fv_date_ouverture
         MOVE ZEROS TO fv_heure_ouverture
         START fvacations KEY >= fv_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wv_fin
           PERFORM WITH TEST AFTER UNTIL Wv_fin = 1
            READ fvacations NEXT RECORD
             AT END
              MOVE 1 TO Wv_fin
             NOT AT END
              IF fv_operateur NOT = Wjournal_operateur THEN
               MOVE 1 TO Wv_fin
              ELSE
               IF fv_date_ouverture = Wv_jour THEN
                MOVE 1 TO Wv_deja_jour
                MOVE 1 TO Wv_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         .


         RECHERCHER_VACATION_OUVERTE.
      *>Cherche la vacation encore ouverte (fv_etat = 0) de l'opérateur
      *>connecté ; Wv_ouverte = 1 et vacationTampon posé si trouvée.
      *>fvacations est supposé déjà ouvert par l'appelant
         MOVE 0 TO Wv_ouverte
         MOVE Wjournal_operateur TO fv_operateur
         MOVE ZEROS TO fv_date_ouverture
         MOVE ZEROS TO fv_heure_ouverture
         START fvacations KEY >= fv_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wv_fin
           PERFORM WITH TEST AFTER UNTIL Wv_fin = 1
            READ fvacations NEXT RECORD
             AT END
              MOVE 1 TO Wv_fin
             NOT AT END
              IF fv_operateur NOT = Wjournal_operateur THEN
               MOVE 1 TO Wv_fin
              ELSE
               IF fv_etat = 0 THEN
                MOVE 1 TO Wv_ouverte
                MOVE 1 TO Wv_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         .


         CLOTURER_VACATION.
      *>Clôture de la vacation de l'opérateur connecté : total de ses
      *>encaissements depuis l'ouverture, ventilé par mode de
      *>règlement, rapproché des espèces comptées au tiroir ; l'écart
      *>est annoncé et doit être confirmé avant que la vacation ne se
      *>ferme
         OPEN I-O fvacations
         PERFORM RECHERCHER_VACATION_OUVERTE
         IF Wv_ouverte = 0 THEN
          DISPLAY "Aucune vacation ouverte pour cet opérateur."
         ELSE
          MOVE fv_date_ouverture TO Wv_date_ouv
          MOVE 0 TO Wv_tot_especes
          MOVE 0 TO Wv_tot_carte
          MOVE 0 TO Wv_tot_cheque
          MOVE 0 TO Wv_tot_bons
          MOVE 0 TO Wv_total

          OPEN INPUT fpayments
          MOVE 0 TO Wv_fin
          PERFORM WITH TEST AFTER UNTIL Wv_fin = 1
           READ fpayments NEXT RECORD
            AT END
             MOVE 1 TO Wv_fin
            NOT AT END
             MOVE fy_date_paiement TO Wv_date_paie
             IF fy_operateur = Wjournal_operateur
              AND Wv_date_paie >= Wv_date_ouv
              AND fy_annule = 0 THEN
              COMPUTE Wv_total = Wv_total + fy_montant
              EVALUATE fy_mode
               WHEN 1
                COMPUTE Wv_tot_especes = Wv_tot_especes + fy_montant
               WHEN 2
                COMPUTE Wv_tot_carte = Wv_tot_carte + fy_montant
               WHEN 3
                COMPUTE Wv_tot_cheque = Wv_tot_cheque + fy_montant
               WHEN 4
                COMPUTE Wv_tot_bons = Wv_tot_bons + fy_montant
              END-EVALUATE
             END-IF
           END-READ
          END-PERFORM
          CLOSE fpayments

          DISPLAY "-------------------------------------------"
          DISPLAY "|  CLOTURE DE VACATION - " Wjournal_operateur
          DISPLAY "-------------------------------------------"
          DISPLAY "  Espèces : " Wv_tot_especes
          DISPLAY "  Carte   : " Wv_tot_carte
          DISPLAY "  Chèque  : " Wv_tot_cheque
          DISPLAY "  Bons    : " Wv_tot_bons
          DISPLAY "  Total encaissé : " Wv_total
          COMPUTE Wv_attendu = fv_fond_initial + Wv_tot_especes
          DISPLAY "  Espèces attendues en caisse (fonds compris) : "
           Wv_attendu
          DISPLAY "Montant compté au tiroir : "
          ACCEPT fv_compte
          COMPUTE fv_ecart = fv_compte - Wv_attendu
          DISPLAY "Ecart constaté : " fv_ecart
          PERFORM WITH TEST AFTER UNTIL Wv_confirme = 0
           OR Wv_confirme = 1
           DISPLAY "Confirmer la clôture ? 1 ou 0"
           ACCEPT Wv_confirme
          END-PERFORM
          IF Wv_confirme = 1 THEN
           ACCEPT fv_date_cloture FROM DATE YYYYMMDD
           ACCEPT fv_heure_cloture FROM TIME
           MOVE 1 TO fv_etat
           REWRITE vacationTampon
            INVALID KEY
             DISPLAY 'Problème enregistrement clôture'
            NOT INVALID KEY
             DISPLAY "Vacation clôturée."
             MOVE "fvacations" TO Wj_fichier
             MOVE "CLOTURE" TO Wj_operation
             MOVE fv_clef TO Wj_clef
             PERFORM JOURNALISER
           END-REWRITE
          ELSE
           DISPLAY "Clôture abandonnée - la vacation reste ouverte."
          END-IF
         END-IF
         CLOSE fvacations
         .


         CALCULER_MONTANT_RECU.
      *>Totalise dans Wp_deja_recu les encaissements déjà enregistrés
      *>dans fpayments pour la réservation courante (fr_clef), hors
      *>encaissements carte annulés ; fpayments est supposé déjà ouvert
      *>par l'appelant
         MOVE 0 TO Wp_deja_recu
         MOVE fr_clef TO fy_clef_resa
         MOVE ZEROS TO fy_date_paiement
         MOVE 0 TO fy_mode
         MOVE SPACES TO fy_operateur
         START fpayments KEY >= fy_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wp_fin
           PERFORM WITH TEST AFTER UNTIL Wp_fin = 1
            READ fpayments NEXT RECORD
             AT END
              MOVE 1 TO Wp_fin
             NOT AT END
              IF fy_clef_resa NOT = fr_clef THEN
               MOVE 1 TO Wp_fin
              ELSE
               IF fy_annule = 0 THEN
                COMPUTE Wp_deja_recu = Wp_deja_recu + fy_montant
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         .


         SUPPRIMER_PAIEMENTS_RESA.
      *>Solde les encaissements de la réservation courante (fr_clef) une
      *>fois le remboursement tracé ; fpayments déjà ouvert en I-O. Les
      *>encaissements carte ne sont pas supprimés mais marqués annulés
      *>(fy_annule = 1) : la banque les règle quand même et le
      *>rapprochement doit les retrouver
         MOVE fr_clef TO fy_clef_resa
         MOVE ZEROS TO fy_date_paiement
         MOVE 0 TO fy_mode
         MOVE SPACES TO fy_operateur
         START fpayments KEY >= fy_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wp_fin
           PERFORM WITH TEST AFTER UNTIL Wp_fin = 1
            READ fpayments NEXT RECORD
             AT END
              MOVE 1 TO Wp_fin
             NOT AT END
              IF fy_clef_resa NOT = fr_clef THEN
               MOVE 1 TO Wp_fin
              ELSE
               IF fy_mode = 2 THEN
                IF fy_annule = 0 THEN
                 MOVE 1 TO fy_annule
                 REWRITE paiementTampon
                  INVALID KEY DISPLAY 'Problème annulation encaissement'
                  NOT INVALID KEY
                   MOVE "fpayments" TO Wj_fichier
                   MOVE "ANNULE" TO Wj_operation
                   MOVE fy_clef TO Wj_clef
                   PERFORM JOURNALISER
                 END-REWRITE
                END-IF
               ELSE
                DELETE fpayments
                 INVALID KEY DISPLAY 'Problème lors de la suppression'
                 NOT INVALID KEY
                  MOVE "fpayments" TO Wj_fichier
                  MOVE "SUPPR" TO Wj_operation
                  MOVE "S" TO Wj_action
                  MOVE fy_clef TO Wj_clef
                  PERFORM JOURNALISER
                END-DELETE
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         .


         ANNULER_BILLET_RESA.
      *>Annule le billet émis pour la réservation en cours de suppression
      *>(fr_clef courant) afin qu'il soit refusé au contrôle d'accès
         OPEN I-O ftickets
         MOVE fr_num_event TO fk_num_event
         START ftickets KEY = fk_num_event
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wtk_fin
           PERFORM WITH TEST AFTER UNTIL Wtk_fin = 1
            READ ftickets NEXT RECORD
             AT END
              MOVE 1 TO Wtk_fin
             NOT AT END
              IF fk_num_event NOT = fr_num_event THEN
               MOVE 1 TO Wtk_fin
              ELSE
               IF fk_num_utilisateur = fr_num_utilisateur
                AND fk_clef_place = fr_clef_place
                AND fk_etat NOT = 2 THEN
                MOVE 2 TO fk_etat
                REWRITE billetTampon
                 INVALID KEY DISPLAY 'Problème annulation du billet'
                 NOT INVALID KEY
                  DISPLAY "Billet " fk_num " annulé"
                  MOVE "ftickets" TO Wj_fichier
                  MOVE "ANNULE" TO Wj_operation
                  MOVE fk_num TO Wj_clef
                  PERFORM JOURNALISER
                END-REWRITE
                MOVE 1 TO Wtk_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE ftickets
         .


         TRANSFERER_PAIEMENTS_RESA.
      *>Après transfert d'une réservation, les encaissements suivent la
      *>place comme le billet : les lignes fpayments de l'ancien
      *>titulaire (Wt_ancien_user) sont reprises sous la clef du nouveau
      *>(fr_clef courant), sans quoi le solde dû repartirait de zéro, le
      *>remboursement serait plafonné à tort à zéro et les lignes
      *>orphelines fausseraient le rapport de caisse
         OPEN I-O fpayments
         MOVE 0 TO Wt_paie_nb
         MOVE fr_clef TO fy_clef_resa
         MOVE Wt_ancien_user TO fy_num_utilisateur
         MOVE fy_clef_resa TO Wt_clef_paie
         MOVE ZEROS TO fy_date_paiement
         MOVE 0 TO fy_mode
         MOVE SPACES TO fy_operateur
         START fpayments KEY >= fy_clef
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wt_p_fin
           PERFORM WITH TEST AFTER UNTIL Wt_p_fin = 1
            READ fpayments NEXT RECORD
             AT END
              MOVE 1 TO Wt_p_fin
             NOT AT END
              IF fy_clef_resa NOT = Wt_clef_paie THEN
               MOVE 1 TO Wt_p_fin
              ELSE
      *>Les encaissements carte annulés d'une réservation antérieure
      *>sur la même place restent à leur titulaire
               IF fy_annule = 0 THEN
                IF Wt_paie_nb >= 50 THEN
                 DISPLAY "Attention : plus de 50 encaissements sur la"
                  " réservation, reprise partielle"
                 MOVE 1 TO Wt_p_fin
                ELSE
                 COMPUTE Wt_paie_nb = Wt_paie_nb + 1
                 MOVE fy_date_paiement TO Wt_p_date(Wt_paie_nb)
                 MOVE fy_mode TO Wt_p_mode(Wt_paie_nb)
                 MOVE fy_montant TO Wt_p_montant(Wt_paie_nb)
                 MOVE fy_operateur TO Wt_p_oper(Wt_paie_nb)
                 MOVE fy_regle TO Wt_p_regle(Wt_paie_nb)
                 MOVE fy_date_regle TO Wt_p_date_regle(Wt_paie_nb)
                 MOVE fy_annule TO Wt_p_annule(Wt_paie_nb)
                 DELETE fpayments
                  INVALID KEY
                   DISPLAY 'Problème reprise encaissement'
                  NOT INVALID KEY
                   MOVE "fpayments" TO Wj_fichier
                   MOVE "TRANSFERT" TO Wj_operation
                   MOVE "S" TO Wj_action
                   MOVE fy_clef TO Wj_clef
                   PERFORM JOURNALISER
                 END-DELETE
                END-IF
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START

         PERFORM VARYING Wt_paie_i FROM 1 BY 1
          UNTIL Wt_paie_i > Wt_paie_nb
          MOVE fr_clef TO fy_clef_resa
          MOVE Wt_p_date(Wt_paie_i) TO fy_date_paiement
          MOVE Wt_p_mode(Wt_paie_i) TO fy_mode
          MOVE Wt_p_oper(Wt_paie_i) TO fy_operateur
          MOVE Wt_p_montant(Wt_paie_i) TO fy_montant
          MOVE Wt_p_regle(Wt_paie_i) TO fy_regle
          MOVE Wt_p_date_regle(Wt_paie_i) TO fy_date_regle
          MOVE Wt_p_annule(Wt_paie_i) TO fy_annule
          WRITE paiementTampon
           INVALID KEY
            DISPLAY 'Problème reprise encaissement'
           NOT INVALID KEY
            MOVE "fpayments" TO Wj_fichier
            MOVE "TRANSFERT" TO Wj_operation
            MOVE fy_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
         END-PERFORM
         CLOSE fpayments
         .


         TRANSFERER_BILLET_RESA.
      *>Après transfert d'une réservation, le billet suit la place : on
      *>reporte le nouveau titulaire sur le billet (fr_num_utilisateur
      *>courant = nouveau titulaire, Wt_ancien_user = ancien)
         OPEN I-O ftickets
         MOVE fr_num_event TO fk_num_event
         START ftickets KEY = fk_num_event
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wtk_fin
           PERFORM WITH TEST AFTER UNTIL Wtk_fin = 1
            READ ftickets NEXT RECORD
             AT END
              MOVE 1 TO Wtk_fin
             NOT AT END
              IF fk_num_event NOT = fr_num_event THEN
               MOVE 1 TO Wtk_fin
              ELSE
               IF fk_num_utilisateur = Wt_ancien_user
                AND fk_clef_place = fr_clef_place
                AND fk_etat NOT = 2 THEN
                MOVE fr_num_utilisateur TO fk_num_utilisateur
                REWRITE billetTampon
                 INVALID KEY DISPLAY 'Problème transfert du billet'
                 NOT INVALID KEY
                  MOVE "ftickets" TO Wj_fichier
                  MOVE "TRANSFERT" TO Wj_operation
                  MOVE fk_num TO Wj_clef
                  PERFORM JOURNALISER
                  DISPLAY "Billet " fk_num " transféré"
                END-REWRITE
                MOVE 1 TO Wtk_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE ftickets
         .


         CONTROLE_ACCES.
      *>Mode contrôle d'accès le jour du match : le personnel saisit (ou
      *>scanne) le numéro de billet ; le billet est marqué utilisé et un
      *>second passage avec le même numéro est refusé
         OPEN I-O ftickets
         OPEN INPUT fevenements
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          DISPLAY "Numéro de billet : "
          ACCEPT fk_num
          READ ftickets
           INVALID KEY
            DISPLAY "BILLET INCONNU - REFUSER L'ENTREE"
           NOT INVALID KEY
            EVALUATE fk_etat
             WHEN 0
             WHEN 3
      *>Le titulaire d'un billet en revente entre : la place lui reste
              IF fk_etat = 3 THEN
               PERFORM RETIRER_REVENTE_BILLET
              END-IF
              MOVE 1 TO fk_etat
              ACCEPT fk_date_controle FROM DATE YYYYMMDD
              ACCEPT fk_heure_controle FROM TIME
              REWRITE billetTampon
               INVALID KEY DISPLAY 'Problème enregistrement contrôle'
               NOT INVALID KEY
                MOVE fk_num_event TO fe_num
                READ fevenements
                 INVALID KEY
                  DISPLAY "ENTREE AUTORISEE - Billet " fk_num
                 NOT INVALID KEY
                  DISPLAY "ENTREE AUTORISEE - " fe_nom
                   " Place " fk_num_place " Tribune " fk_tribune
                   " Rangée " fk_rangee
                END-READ
                MOVE "ftickets" TO Wj_fichier
                MOVE "CONTROLE" TO Wj_operation
                MOVE fk_num TO Wj_clef
                PERFORM JOURNALISER
              END-REWRITE
             WHEN 1
              DISPLAY "BILLET DEJA UTILISE - REFUSER L'ENTREE"
              DISPLAY "  (contrôlé le " fk_date_controle " à "
               fk_heure_controle ")"
             WHEN 2
              DISPLAY "BILLET ANNULE - REFUSER L'ENTREE"
            END-EVALUATE
          END-READ
          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM
         END-PERFORM
         CLOSE fevenements
         CLOSE ftickets
         .


         METTRE_EN_REVENTE.
      *>Bourse officielle de revente : le titulaire d'une réservation
      *>soldée remet sa place en vente avant le coup d'envoi. Son billet
      *>passe à l'état en revente (fk_etat = 3, toujours valable à
      *>l'entrée tant que la place n'est pas revendue) et la mise en
      *>vente est tracée dans frevente au prix payé ; si quelqu'un
      *>attend une place de cette catégorie en liste d'attente, la place
      *>lui est aussitôt attribuée, à charge pour lui de la régler
         OPEN I-O freservations
         OPEN INPUT fevenements
         DISPLAY "Numéro de l'utilisateur titulaire : "
         ACCEPT fr_num_utilisateur
         DISPLAY "Numéro de l'évènement : "
         ACCEPT fr_num_event
         DISPLAY "Numéro de la place : "
         ACCEPT fr_num_place
         DISPLAY "Tribune : "
         ACCEPT fr_tribune
         DISPLAY "Rangée : "
         ACCEPT fr_rangee
         DISPLAY "Catégorie : "
         ACCEPT fr_categorie

         MOVE 0 TO Wrv_ok
         READ freservations WITH LOCK
          INVALID KEY
           DISPLAY "Réservation inéxistante."
          NOT INVALID KEY
           MOVE 1 TO Wrv_ok
         END-READ
         IF fr_stat = 51 THEN
          MOVE "freserv" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
          DISPLAY "Réservation en cours de traitement à un autre"
           " guichet, réessayez."
         END-IF

         IF Wrv_ok = 1 THEN
          MOVE fr_num_event TO fe_num
          READ fevenements
           INVALID KEY
            DISPLAY "Evènement inéxistant."
            MOVE 0 TO Wrv_ok
           NOT INVALID KEY
            PERFORM CONTROLER_COUP_ENVOI
            IF Wrv_ouverte = 0 THEN
             DISPLAY "Le match a commencé : revente impossible."
             MOVE 0 TO Wrv_ok
            END-IF
          END-READ
         END-IF

      *>Seule une place entièrement réglée peut être revendue : le
      *>titulaire est remboursé sur le prix de revente
         IF Wrv_ok = 1 THEN
          OPEN INPUT fpayments
          PERFORM CALCULER_MONTANT_RECU
          CLOSE fpayments
          IF Wp_deja_recu < fr_prix THEN
           DISPLAY "Réservation non soldée : revente impossible."
           MOVE 0 TO Wrv_ok
          END-IF
         END-IF

         IF Wrv_ok = 1 THEN
          PERFORM RECHERCHER_BILLET_REVENTE
          IF Wrv_billet_ok = 0 THEN
           DISPLAY "Aucun billet valide pour cette réservation (déjà"
            " contrôlé ou annulé)."
           MOVE 0 TO Wrv_ok
          END-IF
         END-IF

         IF Wrv_ok = 1 THEN
          OPEN I-O frevente
          MOVE fr_clef TO frv_clef_resa
          MOVE 0 TO Wrv_existe
          PERFORM LIRE_REVENTE_VERROU
          IF Wrv_verrou = 0 THEN
           MOVE 1 TO Wrv_existe
          END-IF
          IF Wrv_verrou = 2 THEN
           DISPLAY "Mise en revente en cours de traitement à un autre"
            " guichet, réessayez."
           MOVE 0 TO Wrv_ok
          ELSE
           IF Wrv_existe = 1 AND frv_etat = 1 THEN
            DISPLAY "Cette place est déjà en revente."
            MOVE 0 TO Wrv_ok
           ELSE
            ACCEPT Wdate_systeme FROM DATE YYYYMMDD
            MOVE fr_clef TO frv_clef_resa
            MOVE fr_num_event TO frv_num_event
            MOVE Wrv_billet TO frv_num_billet
            MOVE fr_prix TO frv_prix
            MOVE Wdate_systeme TO frv_date_mise
            MOVE 1 TO frv_etat
            MOVE 0 TO frv_acheteur
            MOVE 0 TO frv_nouveau_billet
            MOVE 0 TO frv_frais
            MOVE 0 TO frv_reverse
            MOVE 0 TO frv_date_revente
            MOVE SPACES TO frv_resa_origine
            IF Wrv_existe = 1 THEN
             REWRITE reventeTampon
              INVALID KEY MOVE 0 TO Wrv_ok
             END-REWRITE
            ELSE
             WRITE reventeTampon
              INVALID KEY MOVE 0 TO Wrv_ok
             END-WRITE
            END-IF
            IF Wrv_ok = 0 THEN
             DISPLAY "Problème lors de la mise en revente"
            ELSE
             OPEN I-O ftickets
             MOVE Wrv_billet TO fk_num
             READ ftickets
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               MOVE 3 TO fk_etat
               REWRITE billetTampon
                INVALID KEY DISPLAY 'Problème marquage du billet'
                NOT INVALID KEY
                 MOVE "ftickets" TO Wj_fichier
                 MOVE "MISE" TO Wj_operation
                 MOVE fk_num TO Wj_clef
                 PERFORM JOURNALISER
               END-REWRITE
             END-READ
             CLOSE ftickets
             MOVE "frevente" TO Wj_fichier
             MOVE "MISE" TO Wj_operation
             MOVE frv_clef_resa TO Wj_clef
             PERFORM JOURNALISER
             DISPLAY "Billet " Wrv_billet " mis en revente au prix de "
              frv_prix
             PERFORM ATTRIBUER_REVENTE_ATTENTE
            END-IF
           END-IF
          END-IF
          UNLOCK frevente
          CLOSE frevente
         END-IF
         UNLOCK freservations
         CLOSE fevenements
         CLOSE freservations
         .


         RECHERCHER_BILLET_REVENTE.
      *>Billet émis et non encore contrôlé (fk_etat = 0) de la
      *>réservation courante (fr_clef) : Wrv_billet_ok = 1 et son numéro
      *>dans Wrv_billet s'il existe
         MOVE 0 TO Wrv_billet_ok
         MOVE 0 TO Wrv_billet
         OPEN INPUT ftickets
         MOVE fr_num_event TO fk_num_event
         START ftickets KEY = fk_num_event
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wtk_fin
           PERFORM WITH TEST AFTER UNTIL Wtk_fin = 1
            READ ftickets NEXT RECORD
             AT END
              MOVE 1 TO Wtk_fin
             NOT AT END
              IF fk_num_event NOT = fr_num_event THEN
               MOVE 1 TO Wtk_fin
              ELSE
               IF fk_num_utilisateur = fr_num_utilisateur
                AND fk_clef_place = fr_clef_place
                AND fk_etat = 0 THEN
                MOVE 1 TO Wrv_billet_ok
                MOVE fk_num TO Wrv_billet
                MOVE 1 TO Wtk_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE ftickets
         .


         CONTROLER_COUP_ENVOI.
      *>La revente est ouverte (Wrv_ouverte = 1) jusqu'au coup d'envoi
      *>de l'évènement courant (evtsTampon : date et heure du match)
         ACCEPT Wdate_systeme FROM DATE YYYYMMDD
         ACCEPT Wrv_heure_sys FROM TIME
         MOVE Wdate_systeme TO Wrv_mt_date
         MOVE Wrv_hs_heure TO Wrv_mt_heure
         MOVE fe_annee TO Wrv_cd_annee
         MOVE fe_mois TO Wrv_cd_mois
         MOVE fe_jour TO Wrv_cd_jour
         MOVE fe_heure TO Wrv_cd_heure
         IF Wrv_maintenant < Wrv_coup_envoi THEN
          MOVE 1 TO Wrv_ouverte
         ELSE
          MOVE 0 TO Wrv_ouverte
         END-IF
         .


         ATTRIBUER_REVENTE_ATTENTE.
      *>Une place qui vient d'être remise en vente est attribuée au
      *>client inscrit depuis le plus longtemps sur la liste d'attente
      *>de l'évènement/catégorie (hors titulaire lui-même) ; sa demande
      *>est diminuée d'une place et il est prévenu par courrier. Il ne
      *>l'obtient qu'en la réglant (ENCAISSER_PAIEMENT) et peut y
      *>renoncer en faisant annuler sa réservation : elle revient alors
      *>au titulaire, de nouveau en revente.
      *>freservations (I-O), fevenements et frevente sont ouverts et
      *>positionnés par l'appelant
         OPEN I-O fwaitlist
         MOVE fr_num_event TO fw_num_event
         MOVE fr_categorie TO fw_categorie
         MOVE 0 TO Wrv_att_trouve
         START fwaitlist KEY = fw_event_categ
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wrv_fin
           PERFORM WITH TEST AFTER UNTIL Wrv_fin = 1
            READ fwaitlist NEXT RECORD
             AT END
              MOVE 1 TO Wrv_fin
             NOT AT END
              IF fw_num_event NOT = fr_num_event
               OR fw_categorie NOT = fr_categorie THEN
               MOVE 1 TO Wrv_fin
              ELSE
               IF fw_num_utilisateur NOT = fr_num_utilisateur THEN
                IF Wrv_att_trouve = 0
                 OR fw_date_inscription < Wrv_att_date
                 OR (fw_date_inscription = Wrv_att_date
                     AND fw_heure_inscription < Wrv_att_heure) THEN
                 MOVE 1 TO Wrv_att_trouve
                 MOVE fw_num_utilisateur TO Wrv_att_user
                 MOVE fw_date_inscription TO Wrv_att_date
                 MOVE fw_heure_inscription TO Wrv_att_heure
                END-IF
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START

         IF Wrv_att_trouve = 1 THEN
          MOVE fr_num_event TO Wrv_event
          MOVE fr_categorie TO Wrv_categorie
          MOVE Wrv_att_user TO Wrv_acheteur
          PERFORM REVENDRE_PLACE
          IF Wrv_revendue = 1 THEN
           MOVE Wrv_event TO fw_num_event
           MOVE Wrv_categorie TO fw_categorie
           MOVE Wrv_att_user TO fw_num_utilisateur
           READ fwaitlist
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF fw_nb_place > 1 THEN
              COMPUTE fw_nb_place = fw_nb_place - 1
              REWRITE waitlistTampon
               INVALID KEY DISPLAY 'Problème lors de la mise à jour de la liste d''attente'
               NOT INVALID KEY
                MOVE "fwaitlist" TO Wj_fichier
                MOVE "REVENTE" TO Wj_operation
                MOVE fw_clef TO Wj_clef
                PERFORM JOURNALISER
              END-REWRITE
             ELSE
              DELETE fwaitlist
               INVALID KEY DISPLAY 'Problème lors de la mise à jour de la liste d''attente'
               NOT INVALID KEY
                MOVE "fwaitlist" TO Wj_fichier
                MOVE "REVENTE" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fw_clef TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
             END-IF
           END-READ
           MOVE "REVENTE" TO Wnt_type
           MOVE Wrv_att_user TO Wnt_utilisateur
           MOVE Wrv_event TO Wnt_event
           MOVE Wrv_categorie TO Wnt_categorie
           PERFORM ECRIRE_NOTIFICATION
          END-IF
         END-IF
         CLOSE fwaitlist
         .


         VENDRE_PLACE_REVENTE.
      *>Vente au guichet d'une place de la bourse de revente : liste des
      *>places en revente de l'évènement, choix de l'une d'elles et de
      *>l'acheteur, puis revente (REVENDRE_PLACE)
         OPEN INPUT fevenements
         OPEN INPUT futilisateurs
         DISPLAY "Numéro de l'évènement : "
         ACCEPT Wrv_event
         MOVE Wrv_event TO fe_num
         MOVE 0 TO Wrv_ok
         READ fevenements
          INVALID KEY
           DISPLAY "Evènement inéxistant."
          NOT INVALID KEY
           PERFORM CONTROLER_COUP_ENVOI
           IF Wrv_ouverte = 0 THEN
            DISPLAY "Le match a commencé : la revente est close."
           ELSE
            MOVE 1 TO Wrv_ok
           END-IF
         END-READ

         IF Wrv_ok = 1 THEN
          OPEN I-O frevente
          MOVE 0 TO Wrv_nb
          MOVE Wrv_event TO frv_num_event
          START frevente KEY = frv_num_event
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wrv_fin
            PERFORM WITH TEST AFTER UNTIL Wrv_fin = 1
             READ frevente NEXT RECORD
              AT END
               MOVE 1 TO Wrv_fin
              NOT AT END
               IF frv_num_event NOT = Wrv_event THEN
                MOVE 1 TO Wrv_fin
               ELSE
                IF frv_etat = 1 AND Wrv_nb < 100 THEN
                 COMPUTE Wrv_nb = Wrv_nb + 1
                 MOVE frv_clef_resa TO Wrv_t_clef(Wrv_nb)
                 DISPLAY Wrv_nb " - Place " frv_num_place
                  " Tribune " frv_tribune " Rangée " frv_rangee
                  " Catégorie " frv_categorie " Prix " frv_prix
                END-IF
               END-IF
             END-READ
            END-PERFORM
          END-START

          IF Wrv_nb = 0 THEN
           DISPLAY "Aucune place en revente pour cet évènement."
          ELSE
           PERFORM WITH TEST AFTER UNTIL Wrv_choix >= 1
            AND Wrv_choix <= Wrv_nb
            DISPLAY "Numéro de la ligne choisie : "
            ACCEPT Wrv_choix
           END-PERFORM
           DISPLAY "Numéro de l'utilisateur acheteur : "
           ACCEPT Wrv_acheteur
           MOVE Wrv_acheteur TO fu_num
           READ futilisateurs
            INVALID KEY
             DISPLAY "Utilisateur inéxistant."
             MOVE 0 TO Wrv_ok
           END-READ
           IF Wrv_ok = 1 THEN
            MOVE Wrv_t_clef(Wrv_choix) TO frv_clef_resa
            PERFORM LIRE_REVENTE_VERROU
            IF Wrv_verrou NOT = 0 THEN
             MOVE 0 TO Wrv_ok
            ELSE
             IF frv_etat NOT = 1 THEN
              MOVE 0 TO Wrv_ok
             END-IF
            END-IF
            IF Wrv_ok = 0 THEN
             IF Wrv_verrou = 2 THEN
              DISPLAY "Place en cours de revente à un autre guichet,"
               " réessayez."
             ELSE
              DISPLAY "Cette place vient d'être revendue ou retirée."
             END-IF
            ELSE
             OPEN I-O freservations
             MOVE frv_clef_resa TO fr_clef
             READ freservations WITH LOCK
              INVALID KEY
               DISPLAY "Réservation d'origine inéxistante."
              NOT INVALID KEY
               PERFORM REVENDRE_PLACE
             END-READ
             IF fr_stat = 51 THEN
              MOVE "freserv" TO Wlk_fichier
              PERFORM SIGNALER_CONFLIT_VERROU
              DISPLAY "Réservation en cours de traitement à un autre"
               " guichet, réessayez."
             END-IF
             UNLOCK freservations
             CLOSE freservations
            END-IF
            UNLOCK frevente
           END-IF
          END-IF
          CLOSE frevente
         END-IF
         CLOSE futilisateurs
         CLOSE fevenements
         .


         REVENDRE_PLACE.
      *>Revente de la place en revente courante (reventeTampon, lue
      *>avec verrou) à Wrv_acheteur. La réservation d'origine
      *>(reservTampon, lue avec verrou dans freservations ouvert en I-O)
      *>passe au nouvel acheteur au prix de revente, qu'il règle ensuite
      *>par l'encaissement habituel : la place lui est attribuée
      *>(frv_etat = 4) et la réservation du titulaire est gardée dans
      *>frv_resa_origine. Tant que l'acheteur n'a pas tout réglé, le
      *>titulaire garde son billet en revente et ses encaissements ; la
      *>revente n'est conclue qu'au règlement complet (SOLDER_REVENTE).
      *>evtsTampon porte l'évènement. Wrv_revendue = 1 si la place a été
      *>attribuée
         MOVE 0 TO Wrv_revendue
         MOVE 0 TO Wrv_billet_ok
         OPEN INPUT ftickets
         MOVE frv_num_billet TO fk_num
         READ ftickets
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           IF fk_etat = 3 THEN
            MOVE 1 TO Wrv_billet_ok
           END-IF
         END-READ
         CLOSE ftickets

         IF Wrv_billet_ok = 0 THEN
          DISPLAY "Le billet d'origine n'est plus en revente."
         ELSE
          IF Wrv_acheteur = fr_num_utilisateur THEN
           DISPLAY "Le titulaire ne peut pas racheter sa propre place."
          ELSE
           MOVE reservTampon TO Wrv_resa_sauve
      *>La place doit être libre sous la clef du nouvel acheteur
           MOVE 1 TO Wrv_cible_libre
           MOVE Wrv_acheteur TO fr_num_utilisateur
           READ freservations
            INVALID KEY
             MOVE 1 TO Wrv_cible_libre
            NOT INVALID KEY
             MOVE 0 TO Wrv_cible_libre
           END-READ
           MOVE Wrv_resa_sauve TO reservTampon
           IF Wrv_cible_libre = 0 THEN
            DISPLAY "L'acheteur possède déjà une réservation pour"
             " cette place."
           ELSE
            COMPUTE Wrv_frais ROUNDED = frv_prix * Wrv_frais_pct / 100
            COMPUTE Wrv_reverse = frv_prix - Wrv_frais
            DELETE freservations
             INVALID KEY
              DISPLAY 'Problème lors de la revente'
             NOT INVALID KEY
              MOVE "freservations" TO Wj_fichier
              MOVE "REVENTE" TO Wj_operation
              MOVE "S" TO Wj_action
              MOVE fr_clef TO Wj_clef
              PERFORM JOURNALISER
              ACCEPT Wdate_systeme FROM DATE YYYYMMDD
              MOVE Wrv_acheteur TO fr_num_utilisateur
              MOVE frv_prix TO fr_prix
              MOVE 0 TO fr_remise_pct
              MOVE SPACES TO fr_code_promo
              MOVE Wdate_systeme TO fr_date_creation
              MOVE "GUICHET" TO fr_canal
              WRITE reservTampon
               INVALID KEY
                DISPLAY 'Problème lors de la revente - restauration de la réservation initiale'
                MOVE Wrv_resa_sauve TO reservTampon
                WRITE reservTampon
                 INVALID KEY
                  DISPLAY 'Échec de la restauration - réservation perdue, contacter le support'
                 NOT INVALID KEY
                  MOVE "freservations" TO Wj_fichier
                  MOVE "REVENTE" TO Wj_operation
                  MOVE fr_clef TO Wj_clef
                  PERFORM JOURNALISER
                  DISPLAY 'Réservation initiale restaurée'
                END-WRITE
               NOT INVALID KEY
                MOVE 1 TO Wrv_revendue
                MOVE "freservations" TO Wj_fichier
                MOVE "REVENTE" TO Wj_operation
                MOVE fr_clef TO Wj_clef
                PERFORM JOURNALISER
              END-WRITE
            END-DELETE
           END-IF
          END-IF
         END-IF

         IF Wrv_revendue = 1 THEN
      *>Le titulaire d'origine n'est remboursé qu'au règlement complet
      *>de l'acheteur : la mise en revente attend ce règlement
          ACCEPT Wdate_systeme FROM DATE YYYYMMDD
          MOVE 4 TO frv_etat
          MOVE Wrv_acheteur TO frv_acheteur
          MOVE 0 TO frv_nouveau_billet
          MOVE Wrv_frais TO frv_frais
          MOVE Wrv_reverse TO frv_reverse
          MOVE Wdate_systeme TO frv_date_revente
          MOVE Wrv_resa_sauve TO frv_resa_origine
          REWRITE reventeTampon
           INVALID KEY DISPLAY 'Problème mise à jour de la revente'
           NOT INVALID KEY
            MOVE "frevente" TO Wj_fichier
            MOVE "ATTRIBUE" TO Wj_operation
            MOVE frv_clef_resa TO Wj_clef
            PERFORM JOURNALISER
          END-REWRITE
          DISPLAY "Place attribuée à l'utilisateur " Wrv_acheteur
           " au prix de " frv_prix ", à régler"
          DISPLAY "Le titulaire sera remboursé de " Wrv_reverse
           " (frais de revente " Wrv_frais ") au règlement"
         END-IF
         .


         SOLDER_REVENTE.
      *>La réservation courante (reservTampon, freservations et
      *>fpayments ouverts en I-O) vient d'être soldée : si c'est une
      *>place de la bourse attribuée à cet acheteur (frv_etat = 4), la
      *>revente est conclue. Le billet en revente du titulaire d'origine
      *>est annulé et l'acheteur reçoit le sien ; le titulaire est
      *>remboursé du prix de revente diminué des frais, ses
      *>encaissements sont soldés, sa facture est annulée par un avoir
      *>et il est prévenu par courrier. Si un autre guichet tient la
      *>mise en revente, la revente sera conclue au prochain
      *>encaissement de la réservation
         PERFORM RECHERCHER_REVENTE_RESA
         IF Wrv_lien = 4 THEN
          MOVE reservTampon TO Wrv_resa_acheteur
          OPEN I-O frevente
          MOVE Wrv_lien_clef TO frv_clef_resa
          PERFORM LIRE_REVENTE_VERROU
          IF Wrv_verrou = 0 THEN
           IF frv_etat NOT = 4 THEN
            MOVE 0 TO Wrv_lien
           END-IF
          ELSE
           MOVE 0 TO Wrv_lien
           IF Wrv_verrou = 2 THEN
            DISPLAY "Revente non conclue : mise en revente en cours de"
             " traitement à un autre guichet."
            DISPLAY "Elle sera conclue au prochain encaissement de la"
             " réservation."
           END-IF
          END-IF
          IF Wrv_lien = 4 THEN
      *>Côté titulaire d'origine : billet annulé, encaissements soldés
      *>par le remboursement net des frais, facture annulée par avoir
           MOVE frv_resa_origine TO reservTampon
           PERFORM ANNULER_BILLET_RESA
           PERFORM CALCULER_MONTANT_RECU
           PERFORM SUPPRIMER_PAIEMENTS_RESA
           MOVE fr_clef TO frb_clef
           MOVE frv_reverse TO frb_prix
           IF fr_prix < Wp_deja_recu THEN
            MOVE fr_prix TO frb_encaisse
           ELSE
            MOVE Wp_deja_recu TO frb_encaisse
           END-IF
           MOVE fr_canal TO frb_canal
           MOVE fr_prix TO frb_prix_vente
           MOVE fr_date_creation TO frb_date_vente
           MOVE 0 TO frb_bon
           ACCEPT Wdate_systeme FROM DATE YYYYMMDD
           MOVE Wsys_annee TO frb_annee
           MOVE Wsys_mois TO frb_mois
           MOVE Wsys_jour TO frb_jour
           OPEN EXTEND frefunds
           WRITE refundTampon
           CLOSE frefunds
           MOVE fr_clef TO Wfa_clef_resa
           PERFORM EMETTRE_AVOIR
           MOVE "REVENDU" TO Wnt_type
           MOVE fr_num_utilisateur TO Wnt_utilisateur
           MOVE fr_num_event TO Wnt_event
           MOVE fr_categorie TO Wnt_categorie
           PERFORM ECRIRE_NOTIFICATION

      *>Côté acheteur : son billet
           MOVE Wrv_resa_acheteur TO reservTampon
           OPEN INPUT fevenements
           MOVE fr_num_event TO fe_num
           READ fevenements
            INVALID KEY
             CONTINUE
           END-READ
           PERFORM EMETTRE_BILLET
           CLOSE fevenements
           MOVE fk_num TO Wrv_nouveau_billet

           MOVE 2 TO frv_etat
           MOVE Wrv_nouveau_billet TO frv_nouveau_billet
           MOVE Wdate_systeme TO frv_date_revente
           REWRITE reventeTampon
            INVALID KEY DISPLAY 'Problème mise à jour de la revente'
            NOT INVALID KEY
             MOVE "frevente" TO Wj_fichier
             MOVE "REVENDU" TO Wj_operation
             MOVE frv_clef_resa TO Wj_clef
             PERFORM JOURNALISER
           END-REWRITE
           DISPLAY "Revente conclue - nouveau billet "
            Wrv_nouveau_billet
           DISPLAY "Titulaire " frv_num_utilisateur " remboursé de "
            frv_reverse " (frais de revente " frv_frais ")"
          END-IF
          UNLOCK frevente
          CLOSE frevente
          MOVE Wrv_resa_acheteur TO reservTampon
         END-IF
         .


         RECHERCHER_REVENTE_RESA.
      *>Lien de la réservation courante (reservTampon) avec la bourse de
      *>revente : Wrv_lien = 1 si elle est en revente (frv_etat = 1 sous
      *>sa clef), 4 si c'est celle d'un acheteur à qui la place a été
      *>attribuée sans être encore réglée, 0 sinon ; Wrv_lien_clef porte
      *>alors la clef de la mise en revente
         MOVE 0 TO Wrv_lien
         MOVE SPACES TO Wrv_lien_clef
         OPEN INPUT frevente
         MOVE fr_clef TO frv_clef_resa
         READ frevente
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           IF frv_etat = 1 THEN
            MOVE 1 TO Wrv_lien
            MOVE frv_clef_resa TO Wrv_lien_clef
           END-IF
         END-READ
         IF Wrv_lien = 0 THEN
          MOVE fr_num_event TO frv_num_event
          START frevente KEY = frv_num_event
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wrv_lien_fin
            PERFORM WITH TEST AFTER UNTIL Wrv_lien_fin = 1
             READ frevente NEXT RECORD
              AT END
               MOVE 1 TO Wrv_lien_fin
              NOT AT END
               IF frv_num_event NOT = fr_num_event THEN
                MOVE 1 TO Wrv_lien_fin
               ELSE
                IF frv_etat = 4
                 AND frv_acheteur = fr_num_utilisateur
                 AND frv_clef_place = fr_clef_place THEN
                 MOVE 4 TO Wrv_lien
                 MOVE frv_clef_resa TO Wrv_lien_clef
                 MOVE 1 TO Wrv_lien_fin
                END-IF
               END-IF
             END-READ
            END-PERFORM
          END-START
         END-IF
         CLOSE frevente
         .


         RETIRER_REVENTE_RESA.
      *>La réservation courante, en revente (Wrv_lien = 1), est annulée,
      *>transférée ou échangée : la mise en revente est retirée
      *>(frv_etat = 5) et son billet redevient un billet émis ordinaire,
      *>pour qu'aucune place ne reste en vente sous une réservation qui
      *>a changé. La mise en revente est tenue par l'appelant
      *>(PRENDRE_REVENTE_LIEE)
         IF frv_etat = 1 THEN
          MOVE 5 TO frv_etat
          REWRITE reventeTampon
           INVALID KEY DISPLAY 'Problème mise à jour de la revente'
           NOT INVALID KEY
            MOVE "frevente" TO Wj_fichier
            MOVE "RETIRE" TO Wj_operation
            MOVE frv_clef_resa TO Wj_clef
            PERFORM JOURNALISER
            DISPLAY "Mise en revente de la place retirée"
          END-REWRITE
          OPEN I-O ftickets
          MOVE frv_num_billet TO fk_num
          READ ftickets
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            IF fk_etat = 3 THEN
             MOVE 0 TO fk_etat
             REWRITE billetTampon
              INVALID KEY DISPLAY 'Problème remise du billet'
              NOT INVALID KEY
               MOVE "ftickets" TO Wj_fichier
               MOVE "RETIRE" TO Wj_operation
               MOVE fk_num TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            END-IF
          END-READ
          CLOSE ftickets
         END-IF
         .


         RENDRE_PLACE_TITULAIRE.
      *>Une place attribuée et non réglée (reventeTampon courant, lu avec
      *>verrou dans frevente ouvert en I-O, frv_etat = 4) revient à son
      *>titulaire d'origine : sa réservation est rétablie telle qu'avant
      *>l'attribution (son billet en revente ne l'a pas quitté) et la
      *>mise en revente passe à l'état Wrv_etat_retour. freservations est
      *>ouvert en I-O ; reservTampon est rendu à l'appelant inchangé
         MOVE reservTampon TO Wrv_resa_acheteur
         IF frv_etat = 4 THEN
          MOVE frv_resa_origine TO reservTampon
          WRITE reservTampon
           INVALID KEY
            DISPLAY 'Problème restitution de la place au titulaire'
           NOT INVALID KEY
            MOVE "freservations" TO Wj_fichier
            MOVE "RENDUE" TO Wj_operation
            MOVE fr_clef TO Wj_clef
            PERFORM JOURNALISER
            MOVE Wrv_etat_retour TO frv_etat
            MOVE 0 TO frv_acheteur
            MOVE 0 TO frv_frais
            MOVE 0 TO frv_reverse
            MOVE 0 TO frv_date_revente
            MOVE SPACES TO frv_resa_origine
            REWRITE reventeTampon
             INVALID KEY DISPLAY 'Problème mise à jour de la revente'
             NOT INVALID KEY
              MOVE "frevente" TO Wj_fichier
              MOVE "RENDUE" TO Wj_operation
              MOVE frv_clef_resa TO Wj_clef
              PERFORM JOURNALISER
              DISPLAY "Place rendue au titulaire " frv_num_utilisateur
            END-REWRITE
          END-WRITE
         END-IF
         MOVE Wrv_resa_acheteur TO reservTampon
         .


         RESTITUER_REVENTE.
      *>L'acheteur d'une place attribuée et non réglée (Wrv_lien = 4,
      *>mise en revente Wrv_lien_clef) y renonce, sa réservation vient
      *>d'être annulée : la place revient au titulaire, de nouveau en
      *>revente. freservations est ouvert en I-O et la mise en revente
      *>tenue par l'appelant (PRENDRE_REVENTE_LIEE)
         MOVE 1 TO Wrv_etat_retour
         PERFORM RENDRE_PLACE_TITULAIRE
         .


         PRENDRE_REVENTE_LIEE.
      *>Avant d'annuler, transférer ou échanger la réservation courante
      *>liée à la bourse (Wrv_lien = 1 ou 4, RECHERCHER_REVENTE_RESA) :
      *>sa mise en revente est lue avec verrou et tenue jusqu'à
      *>LIBERER_REVENTE_LIEE, frevente restant ouvert en I-O. Wrv_lien
      *>passe à 0 si elle a changé d'état entre-temps, à 9 si un autre
      *>guichet la tient
         IF Wrv_lien = 1 OR Wrv_lien = 4 THEN
          OPEN I-O frevente
          MOVE Wrv_lien_clef TO frv_clef_resa
          PERFORM LIRE_REVENTE_VERROU
          EVALUATE Wrv_verrou
           WHEN 0
            IF frv_etat = Wrv_lien THEN
             MOVE 1 TO Wrv_tenue
            ELSE
             MOVE 0 TO Wrv_lien
             UNLOCK frevente
             CLOSE frevente
            END-IF
           WHEN 1
            MOVE 0 TO Wrv_lien
            CLOSE frevente
           WHEN OTHER
            MOVE 9 TO Wrv_lien
            CLOSE frevente
          END-EVALUATE
         END-IF
         .


         LIBERER_REVENTE_LIEE.
      *>Libère la mise en revente tenue par PRENDRE_REVENTE_LIEE
         IF Wrv_tenue = 1 THEN
          UNLOCK frevente
          CLOSE frevente
          MOVE 0 TO Wrv_tenue
         END-IF
         .


         ANNULER_ATTRIBUTION_REVENTE.
      *>Le titulaire d'origine reprend une place attribuée et non réglée
      *>(reventeTampon courant, lu avec verrou dans frevente ouvert en
      *>I-O, frv_etat = 4) : coup d'envoi sans règlement de l'acheteur,
      *>ou titulaire présenté au contrôle d'accès. La réservation de
      *>l'acheteur est annulée, ce qu'il a déjà versé lui est remboursé,
      *>et la place est rendue au titulaire (frv_etat = 3). Si un autre
      *>guichet tient la réservation de l'acheteur, l'attribution est
      *>maintenue (frv_etat reste à 4)
         MOVE 0 TO Wrv_attrib_ok
         OPEN I-O freservations
         MOVE frv_acheteur TO fr_num_utilisateur
         MOVE frv_num_event_resa TO fr_num_event
         MOVE frv_clef_place TO fr_clef_place
         READ freservations WITH LOCK
          INVALID KEY
           MOVE 1 TO Wrv_attrib_ok
          NOT INVALID KEY
           MOVE 1 TO Wbo_choix
           PERFORM ENREGISTRER_REMBOURSEMENT
           DELETE freservations
            INVALID KEY
             DISPLAY 'Problème annulation de l''attribution'
            NOT INVALID KEY
             MOVE 1 TO Wrv_attrib_ok
             MOVE "freservations" TO Wj_fichier
             MOVE "RENDUE" TO Wj_operation
             MOVE "S" TO Wj_action
             MOVE fr_clef TO Wj_clef
             PERFORM JOURNALISER
           END-DELETE
         END-READ
         IF fr_stat = 51 THEN
          MOVE "freserv" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
          DISPLAY "Réservation de l'acheteur en cours de traitement à"
           " un autre guichet : attribution maintenue."
         END-IF
         IF Wrv_attrib_ok = 1 THEN
          MOVE 3 TO Wrv_etat_retour
          PERFORM RENDRE_PLACE_TITULAIRE
         END-IF
         UNLOCK freservations
         CLOSE freservations
         .


         RETIRER_REVENTES_EVENEMENT.
      *>Evènement annulé (fe_num) : ses mises en revente sont retirées
      *>(frv_etat = 5) ; une place attribuée et non réglée est d'abord
      *>rendue à son titulaire pour que l'annulation rembourse chacun de
      *>ce qu'il a versé. freservations est ouvert en I-O par l'appelant.
      *>Le fichier est parcouru sans verrou et chaque mise en revente
      *>concernée relue avec verrou, le parcours reprenant après elle ;
      *>Wrv_conflit = 1 si l'une d'elles est tenue par un autre guichet
         MOVE 0 TO Wrv_conflit
         OPEN I-O frevente
         MOVE LOW-VALUES TO frv_clef_resa
         START frevente KEY >= frv_clef_resa
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wrv_lien_fin
           PERFORM WITH TEST AFTER UNTIL Wrv_lien_fin = 1
            READ frevente NEXT RECORD
             AT END
              MOVE 1 TO Wrv_lien_fin
             NOT AT END
              IF frv_num_event = fe_num
               AND (frv_etat = 1 OR frv_etat = 4) THEN
               MOVE frv_clef_resa TO Wrv_clef_suivante
               PERFORM LIRE_REVENTE_VERROU
               IF Wrv_verrou = 2 THEN
                MOVE 1 TO Wrv_conflit
               END-IF
               IF Wrv_verrou = 0 THEN
                IF frv_etat = 4 THEN
                 MOVE 5 TO Wrv_etat_retour
                 PERFORM RENDRE_PLACE_TITULAIRE
                END-IF
                IF frv_etat = 1 THEN
                 MOVE 5 TO frv_etat
                 REWRITE reventeTampon
                  INVALID KEY
                   DISPLAY 'Problème mise à jour de la revente'
                  NOT INVALID KEY
                   MOVE "frevente" TO Wj_fichier
                   MOVE "RETIRE" TO Wj_operation
                   MOVE frv_clef_resa TO Wj_clef
                   PERFORM JOURNALISER
                 END-REWRITE
                END-IF
                UNLOCK frevente
               END-IF
               MOVE Wrv_clef_suivante TO frv_clef_resa
               START frevente KEY > frv_clef_resa
                INVALID KEY
                 MOVE 1 TO Wrv_lien_fin
               END-START
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE frevente
         .


         RETIRER_REVENTE_BILLET.
      *>Le titulaire d'un billet en revente (billetTampon courant) se
      *>présente au contrôle d'accès : la place lui reste, la mise en
      *>revente est close (frv_etat = 3, rendue au titulaire), y compris
      *>si elle était attribuée à un acheteur qui ne l'a pas réglée.
      *>Une mise en revente qui n'a pu être close (tenue par un autre
      *>guichet) est signalée pour être traitée par la billetterie
         OPEN I-O frevente
         MOVE fk_num_utilisateur TO frv_num_utilisateur
         MOVE fk_num_event TO frv_num_event_resa
         MOVE fk_clef_place TO frv_clef_place
         PERFORM LIRE_REVENTE_VERROU
         IF Wrv_verrou = 0 THEN
          IF frv_etat = 4 THEN
           PERFORM ANNULER_ATTRIBUTION_REVENTE
          END-IF
          IF frv_etat = 1 THEN
           MOVE 3 TO frv_etat
           REWRITE reventeTampon
            INVALID KEY DISPLAY 'Problème mise à jour de la revente'
            NOT INVALID KEY
             MOVE "frevente" TO Wj_fichier
             MOVE "RENDUE" TO Wj_operation
             MOVE frv_clef_resa TO Wj_clef
             PERFORM JOURNALISER
           END-REWRITE
          END-IF
          IF frv_etat = 4 THEN
           DISPLAY "Mise en revente non retirée (réservation de"
            " l'acheteur en cours de traitement) : la signaler à la"
            " billetterie."
          END-IF
          UNLOCK frevente
         END-IF
         IF Wrv_verrou = 2 THEN
          DISPLAY "Mise en revente non retirée (en cours de traitement"
           " à un autre guichet) : la signaler à la billetterie."
         END-IF
         CLOSE frevente
         .


         CLOTURER_REVENTES.
      *>Clôture de la revente au coup d'envoi (mode non assisté) : les
      *>places encore en revente d'un évènement commencé restent au
      *>titulaire d'origine, son billet redevient un billet émis
      *>ordinaire et la mise en revente passe à l'état rendue ; une
      *>place attribuée que l'acheteur n'a pas réglée lui revient aussi.
      *>Parcours sans verrou, chaque mise en revente à clore étant relue
      *>avec verrou ; celle qu'un autre guichet tient est laissée au
      *>prochain passage
         OPEN I-O frevente
         OPEN INPUT fevenements
         OPEN I-O ftickets
         MOVE 0 TO Wrv_nb
         MOVE 0 TO Wrv_fin
         MOVE LOW-VALUES TO frv_clef_resa
         START frevente KEY >= frv_clef_resa
          INVALID KEY
           MOVE 1 TO Wrv_fin
         END-START
         PERFORM UNTIL Wrv_fin = 1
          READ frevente NEXT RECORD
           AT END
            MOVE 1 TO Wrv_fin
           NOT AT END
            IF frv_etat = 1 OR frv_etat = 4 THEN
             MOVE frv_clef_resa TO Wrv_clef_suivante
             PERFORM LIRE_REVENTE_VERROU
             IF Wrv_verrou = 0
              AND (frv_etat = 1 OR frv_etat = 4) THEN
              MOVE frv_num_event TO fe_num
              READ fevenements
               INVALID KEY
                MOVE 0 TO Wrv_ouverte
               NOT INVALID KEY
                PERFORM CONTROLER_COUP_ENVOI
              END-READ
              IF Wrv_ouverte = 0 THEN
               IF frv_etat = 4 THEN
                PERFORM ANNULER_ATTRIBUTION_REVENTE
                IF frv_etat = 3 THEN
                 COMPUTE Wrv_nb = Wrv_nb + 1
                END-IF
               ELSE
                MOVE 3 TO frv_etat
                REWRITE reventeTampon
                 INVALID KEY DISPLAY 'Problème mise à jour de la revente'
                 NOT INVALID KEY
                  COMPUTE Wrv_nb = Wrv_nb + 1
                  MOVE "frevente" TO Wj_fichier
                  MOVE "RENDUE" TO Wj_operation
                  MOVE frv_clef_resa TO Wj_clef
                  PERFORM JOURNALISER
                END-REWRITE
               END-IF
               IF frv_etat = 3 THEN
                MOVE frv_num_billet TO fk_num
                READ ftickets
                 INVALID KEY
                  CONTINUE
                 NOT INVALID KEY
                  IF fk_etat = 3 THEN
                   MOVE 0 TO fk_etat
                   REWRITE billetTampon
                    INVALID KEY DISPLAY 'Problème remise du billet'
                    NOT INVALID KEY
                     MOVE "ftickets" TO Wj_fichier
                     MOVE "RENDUE" TO Wj_operation
                     MOVE fk_num TO Wj_clef
                     PERFORM JOURNALISER
                   END-REWRITE
                  END-IF
                END-READ
               END-IF
              END-IF
             END-IF
             IF Wrv_verrou = 0 THEN
              UNLOCK frevente
             END-IF
             MOVE Wrv_clef_suivante TO frv_clef_resa
             START frevente KEY > frv_clef_resa
              INVALID KEY
               MOVE 1 TO Wrv_fin
             END-START
            END-IF
          END-READ
         END-PERFORM
         CLOSE ftickets
         CLOSE fevenements
         CLOSE frevente
         MOVE SPACES TO Wligne_rapport
         STRING Wrv_nb DELIMITED BY SIZE
          " place(s) non revendue(s) rendue(s) au titulaire."
           DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         RAPPORT_REVENTES.
      *>Activité de la bourse de revente d'un évènement : chaque mise
      *>en vente avec son issue, nombre de places mises en vente,
      *>revendues, attribuées en attente de règlement, rendues au
      *>titulaire, retirées ou encore en vente, frais de revente
      *>encaissés et remboursements versés aux titulaires
         DISPLAY "Numéro de l'évènement : "
         ACCEPT Wrv_event
         MOVE 0 TO Wrv_nb
         MOVE 0 TO Wrv_nb_revendues
         MOVE 0 TO Wrv_nb_rendues
         MOVE 0 TO Wrv_nb_en_vente
         MOVE 0 TO Wrv_nb_attribuees
         MOVE 0 TO Wrv_nb_retirees
         MOVE 0 TO Wrv_total_frais
         MOVE 0 TO Wrv_total_reverse
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  REVENTE - EVENEMENT " DELIMITED BY SIZE
          Wrv_event DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         OPEN INPUT frevente
         MOVE Wrv_event TO frv_num_event
         START frevente KEY = frv_num_event
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wrv_fin
           PERFORM WITH TEST AFTER UNTIL Wrv_fin = 1
            READ frevente NEXT RECORD
             AT END
              MOVE 1 TO Wrv_fin
             NOT AT END
              IF frv_num_event NOT = Wrv_event THEN
               MOVE 1 TO Wrv_fin
              ELSE
               COMPUTE Wrv_nb = Wrv_nb + 1
               EVALUATE frv_etat
                WHEN 1
                 COMPUTE Wrv_nb_en_vente = Wrv_nb_en_vente + 1
                 MOVE "en vente" TO Wrv_libelle
                WHEN 2
                 COMPUTE Wrv_nb_revendues = Wrv_nb_revendues + 1
                 COMPUTE Wrv_total_frais = Wrv_total_frais + frv_frais
                 COMPUTE Wrv_total_reverse = Wrv_total_reverse
                  + frv_reverse
                 MOVE "revendue" TO Wrv_libelle
                WHEN 4
                 COMPUTE Wrv_nb_attribuees = Wrv_nb_attribuees + 1
                 MOVE "attribuée" TO Wrv_libelle
                WHEN 5
                 COMPUTE Wrv_nb_retirees = Wrv_nb_retirees + 1
                 MOVE "retirée" TO Wrv_libelle
                WHEN OTHER
                 COMPUTE Wrv_nb_rendues = Wrv_nb_rendues + 1
                 MOVE "rendue" TO Wrv_libelle
               END-EVALUATE
               MOVE SPACES TO Wligne_rapport
               STRING "  Place " DELIMITED BY SIZE
                frv_num_place DELIMITED BY SIZE
                " T" DELIMITED BY SIZE
                frv_tribune DELIMITED BY SIZE
                " R" DELIMITED BY SIZE
                frv_rangee DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                frv_categorie DELIMITED BY "  "
                " titulaire " DELIMITED BY SIZE
                frv_num_utilisateur DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                Wrv_libelle DELIMITED BY SIZE
                " acheteur " DELIMITED BY SIZE
                frv_acheteur DELIMITED BY SIZE
                " frais " DELIMITED BY SIZE
                frv_frais DELIMITED BY SIZE
                INTO Wligne_rapport
               PERFORM EMETTRE_LIGNE
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE frevente
         MOVE SPACES TO Wligne_rapport
         STRING "  Mises en revente : " DELIMITED BY SIZE
          Wrv_nb DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Revendues        : " DELIMITED BY SIZE
          Wrv_nb_revendues DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Attribuées à régler : " DELIMITED BY SIZE
          Wrv_nb_attribuees DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Rendues          : " DELIMITED BY SIZE
          Wrv_nb_rendues DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Retirées         : " DELIMITED BY SIZE
          Wrv_nb_retirees DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Encore en vente  : " DELIMITED BY SIZE
          Wrv_nb_en_vente DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Frais de revente : " DELIMITED BY SIZE
          Wrv_total_frais DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Reversé titulaires : " DELIMITED BY SIZE
          Wrv_total_reverse DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .




         RAPPORT_CAISSE_CORE.
      *>Corps du rapport de caisse pour la date Wp_date_rapport ; les
      *>encaissements carte annulés n'y comptent pas
         MOVE 0 TO Wp_tot_especes
         MOVE 0 TO Wp_tot_carte
         MOVE 0 TO Wp_tot_cheque
         MOVE 0 TO Wp_tot_bons
         MOVE 0 TO Wp_tot_jour
         MOVE 0 TO Wp_nb_jour
         MOVE 0 TO Wp_recu_total
           AT END
            MOVE 1 TO Wp_fin
           NOT AT END
            IF fy_annule = 0 THEN
             COMPUTE Wp_recu_total = Wp_recu_total + fy_montant
            END-IF
            IF fy_date_paiement = Wp_date_rapport
             AND fy_annule = 0 THEN
             COMPUTE Wp_nb_jour = Wp_nb_jour + 1
             COMPUTE Wp_tot_jour = Wp_tot_jour + fy_montant
             EVALUATE fy_mode
               COMPUTE Wp_tot_carte = Wp_tot_carte + fy_montant
              WHEN 3
               COMPUTE Wp_tot_cheque = Wp_tot_cheque + fy_montant
              WHEN 4
               COMPUTE Wp_tot_bons = Wp_tot_bons + fy_montant
             END-EVALUATE
            END-IF
          END-READ
         END-PERFORM
         CLOSE fpayments

      *>Recette comptabilisée : total des fr_prix, la même assiette que
      *>le rapport recettes/occupation, tous évènements confondus
         OPEN INPUT freservations
         MOVE 0 TO Wp_fin
         PERFORM WITH TEST AFTER UNTIL Wp_fin = 1
          READ freservations NEXT RECORD
           AT END
            MOVE 1 TO Wp_fin
           NOT AT END
            COMPUTE Wp_recette_totale = Wp_recette_totale + fr_prix
          END-READ
         END-PERFORM
         CLOSE freservations

         COMPUTE Wp_restant = Wp_recette_totale - Wp_recu_total

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  RAPPORT DE CAISSE DU " DELIMITED BY SIZE
          Wp_rap_jour DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          Wp_rap_mois DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          Wp_rap_annee DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Espèces : " DELIMITED BY SIZE
          Wp_tot_especes DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Carte   : " DELIMITED BY SIZE
          Wp_tot_carte DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Chèque  : " DELIMITED BY SIZE
          Wp_tot_cheque DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Bons    : " DELIMITED BY SIZE
          Wp_tot_bons DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Total du jour : " DELIMITED BY SIZE
          Wp_tot_jour DELIMITED BY SIZE
          " (" DELIMITED BY SIZE
          Wp_nb_jour DELIMITED BY SIZE
          " encaissement(s))" DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Recette comptabilisée : " DELIMITED BY SIZE
          Wp_recette_totale DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Total encaissé        : " DELIMITED BY SIZE
          Wp_recu_total DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Restant dû global     : " DELIMITED BY SIZE
          Wp_restant DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         RAPPORT_RECETTES_OCCUPATION.
      *>Rapport finance : places vendues / capacité et recette par évènement,
      *>ventilées par canal de vente
         PERFORM CHARGER_TABLE_CANAUX
         OPEN INPUT fevenements
         OPEN INPUT fstades
         OPEN INPUT freservations
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "|  RAPPORT RECETTES ET OCCUPATION          |"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE 0 TO Wr_fin
         PERFORM WITH TEST AFTER UNTIL Wr_fin = 1
          READ fevenements NEXT RECORD
           AT END
            MOVE 1 TO Wr_fin
           NOT AT END
      *>Capacité du stade de l'évènement
            MOVE fe_num_stade TO fs_num
            READ fstades
             INVALID KEY MOVE 0 TO Wr_capacite
             NOT INVALID KEY MOVE fs_nb_place TO Wr_capacite
            END-READ

      *>Comptage des réservations de l'évènement et recette associée
            MOVE 0 TO Wr_places_vendues
            MOVE 0 TO Wr_recette
            PERFORM VARYING Wca_i FROM 1 BY 1 UNTIL Wca_i > Wca_nb
             PERFORM RAZ_CUMULS_CANAL
            END-PERFORM
            MOVE fe_num TO fr_num_event
            START freservations KEY = fr_num_event
             INVALID KEY
              CONTINUE
             NOT INVALID KEY
              MOVE 0 TO Wr_fin_event
              PERFORM WITH TEST AFTER UNTIL Wr_fin_event = 1
               READ freservations NEXT RECORD
                AT END
                 MOVE 1 TO Wr_fin_event
                NOT AT END
                 IF fr_num_event NOT = fe_num THEN
                  MOVE 1 TO Wr_fin_event
                 ELSE
                  COMPUTE Wr_places_vendues = Wr_places_vendues + 1
                  COMPUTE Wr_recette = Wr_recette + fr_prix
                  MOVE fr_canal TO Wca_code
                  PERFORM CHERCHER_CANAL_TABLE
                  IF Wca_i > 0 THEN
                   COMPUTE Wca_t_vendues(Wca_i)
                    = Wca_t_vendues(Wca_i) + 1
                   COMPUTE Wca_t_brut(Wca_i)
                    = Wca_t_brut(Wca_i) + fr_prix
                  END-IF
                 END-IF
               END-READ
              END-PERFORM
            END-START

            MOVE SPACES TO Wligne_rapport
            STRING "Evenement " DELIMITED BY SIZE
             fe_num DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             fe_nom DELIMITED BY SIZE
             INTO Wligne_rapport
            PERFORM EMETTRE_LIGNE
            MOVE SPACES TO Wligne_rapport
            STRING "  Places vendues : " DELIMITED BY SIZE
             Wr_places_vendues DELIMITED BY SIZE
             " / " DELIMITED BY SIZE
             Wr_capacite DELIMITED BY SIZE
             INTO Wligne_rapport
            PERFORM EMETTRE_LIGNE
            MOVE SPACES TO Wligne_rapport
            STRING "  Recette totale : " DELIMITED BY SIZE
             Wr_recette DELIMITED BY SIZE
             INTO Wligne_rapport
            PERFORM EMETTRE_LIGNE
            PERFORM VARYING Wca_i FROM 1 BY 1 UNTIL Wca_i > Wca_nb
             IF Wca_t_vendues(Wca_i) > 0 THEN
              MOVE SPACES TO Wligne_rapport
              STRING "    Canal " DELIMITED BY SIZE
               Wca_t_code(Wca_i) DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               Wca_t_vendues(Wca_i) DELIMITED BY SIZE
               " place(s), recette " DELIMITED BY SIZE
               Wca_t_brut(Wca_i) DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             END-IF
            END-PERFORM
          END-READ
         END-PERFORM
         CLOSE fevenements
         CLOSE fstades
         CLOSE freservations
         .


         GERER_CONTRATS.
      *>Contrats organisateurs : pour un évènement (type E) ou à défaut
      *>pour tous les évènements d'un stade (type S), les parties au
      *>partage de la recette avec leur rôle et leur part, le loyer fixe
      *>du stade et les frais de billetterie par place vendue
         OPEN I-O fcontrats
         PERFORM WITH TEST AFTER UNTIL Wrep = 0
          MOVE 0 TO Wdc_choix
          PERFORM WITH TEST AFTER UNTIL Wdc_choix >= 1
           AND Wdc_choix <= 3
           DISPLAY "1=saisir/modifier 2=consulter 3=supprimer : "
           ACCEPT Wdc_choix
          END-PERFORM
          MOVE SPACE TO Wdc_type
          PERFORM WITH TEST AFTER UNTIL Wdc_type = "E"
           OR Wdc_type = "S"
           DISPLAY "Contrat par évènement (E) ou par stade (S) : "
           ACCEPT Wdc_type
          END-PERFORM
          DISPLAY "Numéro de l'évènement ou du stade : "
          ACCEPT Wdc_num
          MOVE Wdc_type TO fct_type
          MOVE Wdc_num TO fct_num

          EVALUATE Wdc_choix
           WHEN 1
      *>L'évènement ou le stade doit exister
            MOVE 0 TO Wdc_contrat_ok
            IF Wdc_type = "E" THEN
             OPEN INPUT fevenements
             MOVE Wdc_num TO fe_num
             READ fevenements
              INVALID KEY DISPLAY "Evènement inéxistant."
              NOT INVALID KEY MOVE 1 TO Wdc_contrat_ok
             END-READ
             CLOSE fevenements
            ELSE
             OPEN INPUT fstades
             MOVE Wdc_num TO fs_num
             READ fstades
              INVALID KEY DISPLAY "Stade inéxistant."
              NOT INVALID KEY MOVE 1 TO Wdc_contrat_ok
             END-READ
             CLOSE fstades
            END-IF
            IF Wdc_contrat_ok = 1 THEN
             READ fcontrats
              INVALID KEY
               MOVE 0 TO WalreadyExists
              NOT INVALID KEY
               MOVE 1 TO WalreadyExists
               PERFORM AFFICHER_CONTRAT
             END-READ
             MOVE Wdc_type TO fct_type
             MOVE Wdc_num TO fct_num
             PERFORM SAISIR_CONTRAT
             IF WalreadyExists = 0 THEN
              WRITE contratTampon
               INVALID KEY DISPLAY 'Problème enregistrement'
               NOT INVALID KEY
                DISPLAY 'Enregistrement inséré'
                MOVE "fcontrats" TO Wj_fichier
                MOVE "AJOUT" TO Wj_operation
                MOVE fct_clef TO Wj_clef
                PERFORM JOURNALISER
              END-WRITE
             ELSE
              REWRITE contratTampon
               INVALID KEY
                DISPLAY 'Problème enregistrement modifications'
               NOT INVALID KEY
                DISPLAY 'Modifications enregistrées'
                MOVE "fcontrats" TO Wj_fichier
                MOVE "MODIF" TO Wj_operation
                MOVE fct_clef TO Wj_clef
                PERFORM JOURNALISER
              END-REWRITE
             END-IF
            END-IF
           WHEN 2
            READ fcontrats
             INVALID KEY DISPLAY "Contrat inéxistant."
             NOT INVALID KEY PERFORM AFFICHER_CONTRAT
            END-READ
           WHEN 3
            READ fcontrats
             INVALID KEY DISPLAY "Contrat inéxistant."
             NOT INVALID KEY
              DELETE fcontrats
               INVALID KEY DISPLAY 'Problème lors de la suppression'
               NOT INVALID KEY
                DISPLAY 'Contrat supprimé'
                MOVE "fcontrats" TO Wj_fichier
                MOVE "SUPPR" TO Wj_operation
                MOVE fct_clef TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
            END-READ
          END-EVALUATE

          PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
           DISPLAY 'Souhaitez vous continuer ? 1 ou 0'
           ACCEPT Wrep
          END-PERFORM
         END-PERFORM
         CLOSE fcontrats
         .


         SAISIR_CONTRAT.
      *>Saisie des parties et conditions du contrat (contratTampon),
      *>redemandée tant que les parts ne totalisent pas 100 % ou qu'un
      *>loyer / des frais sont prévus sans partie pour les percevoir
         MOVE 0 TO Wdc_saisie_ok
         PERFORM WITH TEST AFTER UNTIL Wdc_saisie_ok = 1
          MOVE 0 TO fct_nb_parties
          PERFORM WITH TEST AFTER UNTIL fct_nb_parties >= 1
           AND fct_nb_parties <= 4
           DISPLAY "Nombre de parties (1 à 4) : "
           ACCEPT fct_nb_parties
          END-PERFORM
          MOVE 0 TO Wdc_total_pct
          MOVE 0 TO Wdc_nb_b
          MOVE 0 TO Wdc_nb_p
          PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
           IF Wdc_i > fct_nb_parties THEN
            MOVE SPACES TO fct_p_nom(Wdc_i)
            MOVE SPACE TO fct_p_role(Wdc_i)
            MOVE 0 TO fct_p_pct(Wdc_i)
           ELSE
            DISPLAY "Partie " Wdc_i " - nom : "
            ACCEPT fct_p_nom(Wdc_i)
            MOVE SPACE TO fct_p_role(Wdc_i)
            PERFORM WITH TEST AFTER UNTIL fct_p_role(Wdc_i) = "B"
             OR fct_p_role(Wdc_i) = "P" OR fct_p_role(Wdc_i) = "C"
             DISPLAY "  Rôle (B=billetterie P=propriétaire stade"
              " C=club) : "
             ACCEPT fct_p_role(Wdc_i)
            END-PERFORM
            DISPLAY "  Part de la recette à partager (%) : "
            ACCEPT fct_p_pct(Wdc_i)
            COMPUTE Wdc_total_pct = Wdc_total_pct + fct_p_pct(Wdc_i)
            IF fct_p_role(Wdc_i) = "B" THEN
             COMPUTE Wdc_nb_b = Wdc_nb_b + 1
            END-IF
            IF fct_p_role(Wdc_i) = "P" THEN
             COMPUTE Wdc_nb_p = Wdc_nb_p + 1
            END-IF
           END-IF
          END-PERFORM
          DISPLAY "Loyer fixe du stade : "
          ACCEPT fct_loyer
          DISPLAY "Frais de billetterie par place vendue : "
          ACCEPT fct_frais_place
          MOVE 1 TO Wdc_saisie_ok
          IF Wdc_total_pct NOT = 100 THEN
           DISPLAY "Les parts doivent totaliser 100 % (saisi : "
            Wdc_total_pct ")."
           MOVE 0 TO Wdc_saisie_ok
          END-IF
          IF fct_loyer > 0 AND Wdc_nb_p = 0 THEN
           DISPLAY "Un loyer suppose une partie propriétaire (P)."
           MOVE 0 TO Wdc_saisie_ok
          END-IF
          IF fct_frais_place > 0 AND Wdc_nb_b = 0 THEN
           DISPLAY "Des frais par place supposent une partie"
            " billetterie (B)."
           MOVE 0 TO Wdc_saisie_ok
          END-IF
         END-PERFORM
         .


         AFFICHER_CONTRAT.
      *>Affichage du contrat lu dans contratTampon
         DISPLAY "Contrat " fct_type " " fct_num
         PERFORM VARYING Wdc_i FROM 1 BY 1
          UNTIL Wdc_i > fct_nb_parties
          DISPLAY "  " fct_p_nom(Wdc_i) " rôle " fct_p_role(Wdc_i)
           " part " fct_p_pct(Wdc_i) " %"
         END-PERFORM
         DISPLAY "  Loyer fixe : " fct_loyer
         DISPLAY "  Frais de billetterie par place : " fct_frais_place
         .


         DECOMPTE_RECETTES.
      *>Décompte de recette d'un évènement à la demande : provisoire
      *>(simple édition) ou définitif (enregistré, les éditions
      *>suivantes ne font plus apparaître que des régularisations) ;
      *>le définitif n'est possible qu'une fois le match joué
         DISPLAY "Numéro de l'évènement : "
         ACCEPT Wdc_event
         MOVE 0 TO Wdc_trouve
         OPEN INPUT fevenements
         MOVE Wdc_event TO fe_num
         READ fevenements
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 1 TO Wdc_trouve
           MOVE fe_num_stade TO Wdc_stade
           MOVE fe_nom TO Wdc_nom
           COMPUTE Wdc_date_event = fe_annee * 10000 + fe_mois * 100
            + fe_jour
         END-READ
         CLOSE fevenements
      *>Evènement déjà passé aux archives
         IF Wdc_trouve = 0 THEN
          OPEN INPUT farchevents
          IF fae_stat NOT = 35 THEN
           MOVE 0 TO Wdc_fin
           PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
            READ farchevents NEXT RECORD
             AT END
              MOVE 1 TO Wdc_fin
             NOT AT END
              IF fae_num = Wdc_event THEN
               MOVE 1 TO Wdc_trouve
               MOVE 1 TO Wdc_fin
               MOVE fae_num_stade TO Wdc_stade
               MOVE fae_nom TO Wdc_nom
               COMPUTE Wdc_date_event = fae_annee * 10000
                + fae_mois * 100 + fae_jour
              END-IF
            END-READ
           END-PERFORM
           CLOSE farchevents
          END-IF
         END-IF

         IF Wdc_trouve = 0 THEN
          DISPLAY "Evènement inéxistant."
         ELSE
          MOVE 0 TO Wdc_choix
          PERFORM WITH TEST AFTER UNTIL Wdc_choix >= 1
           AND Wdc_choix <= 2
           DISPLAY "1=provisoire 2=définitif : "
           ACCEPT Wdc_choix
          END-PERFORM
          MOVE 0 TO Wdc_definitif
          IF Wdc_choix = 2 THEN
           ACCEPT Wdate_systeme FROM DATE YYYYMMDD
           COMPUTE Wdc_jour_num = Wsys_annee * 10000 + Wsys_mois * 100
            + Wsys_jour
           IF Wdc_date_event >= Wdc_jour_num THEN
            DISPLAY "Match non encore joué : décompte provisoire."
           ELSE
            MOVE 1 TO Wdc_definitif
           END-IF
          END-IF
          PERFORM DECOMPTE_EVENEMENT
         END-IF
         .


         DECOMPTES_DE_LA_VEILLE.
      *>Mode non assisté : décompte définitif de chaque évènement joué
      *>la veille (ou à la date passée en paramètre), qu'il soit encore
      *>en fichier ou déjà archivé ; les évènements sans contrat sont
      *>signalés et font sortir la commande en statut CONTRAT
         IF fcmd_annee NUMERIC AND fcmd_mois NUMERIC
          AND fcmd_jour NUMERIC THEN
          MOVE fcmd_annee TO Wdc_v_annee
          MOVE fcmd_mois TO Wdc_v_mois
          MOVE fcmd_jour TO Wdc_v_jour
         ELSE
          ACCEPT Wdate_systeme FROM DATE YYYYMMDD
          MOVE Wsys_annee TO Wdc_v_annee
          MOVE Wsys_mois TO Wdc_v_mois
          MOVE Wsys_jour TO Wdc_v_jour
          IF Wdc_v_jour > 1 THEN
           COMPUTE Wdc_v_jour = Wdc_v_jour - 1
          ELSE
           IF Wdc_v_mois > 1 THEN
            COMPUTE Wdc_v_mois = Wdc_v_mois - 1
           ELSE
            MOVE 12 TO Wdc_v_mois
            COMPUTE Wdc_v_annee = Wdc_v_annee - 1
           END-IF
           MOVE Wdc_v_mois TO Wg_mois
           MOVE Wdc_v_annee TO Wg_annee
           PERFORM CALCULER_JOURS_DU_MOIS
           MOVE Wg_jours_mois TO Wdc_v_jour
          END-IF
         END-IF

         MOVE 0 TO Wdc_nb_decomptes
         MOVE 0 TO Wdc_nb_sans_contrat
         MOVE 1 TO Wdc_definitif
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  DECOMPTES DES MATCHS DU " DELIMITED BY SIZE
          Wdc_v_jour DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          Wdc_v_mois DELIMITED BY SIZE
          "/" DELIMITED BY SIZE
          Wdc_v_annee DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE

         OPEN INPUT fevenements
         MOVE 0 TO Wdc_fin_event
         PERFORM WITH TEST AFTER UNTIL Wdc_fin_event = 1
          READ fevenements NEXT RECORD
           AT END
            MOVE 1 TO Wdc_fin_event
           NOT AT END
            IF fe_annee = Wdc_v_annee AND fe_mois = Wdc_v_mois
             AND fe_jour = Wdc_v_jour THEN
             MOVE fe_num TO Wdc_event
             MOVE fe_num_stade TO Wdc_stade
             MOVE fe_nom TO Wdc_nom
             PERFORM DECOMPTE_EVENEMENT
            END-IF
          END-READ
         END-PERFORM
         CLOSE fevenements

         OPEN INPUT farchevents
         IF fae_stat NOT = 35 THEN
          MOVE 0 TO Wdc_fin_event
          PERFORM WITH TEST AFTER UNTIL Wdc_fin_event = 1
           READ farchevents NEXT RECORD
            AT END
             MOVE 1 TO Wdc_fin_event
            NOT AT END
             IF fae_annee = Wdc_v_annee AND fae_mois = Wdc_v_mois
              AND fae_jour = Wdc_v_jour THEN
              MOVE fae_num TO Wdc_event
              MOVE fae_num_stade TO Wdc_stade
              MOVE fae_nom TO Wdc_nom
              PERFORM DECOMPTE_EVENEMENT
             END-IF
           END-READ
          END-PERFORM
          CLOSE farchevents
         END-IF

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Décomptes édités     : " DELIMITED BY SIZE
          Wdc_nb_decomptes DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Evènements sans contrat : " DELIMITED BY SIZE
          Wdc_nb_sans_contrat DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         IF Wdc_nb_sans_contrat > 0 THEN
          MOVE "CONTRAT" TO Wcmd_statut
         END-IF
         .


         DECOMPTE_EVENEMENT.
      *>Décompte de recette de l'évènement Wdc_event (stade Wdc_stade) :
      *>recette nette = ventes (réservations en cours ou archivées, et
      *>montant encaissé sur les ventes annulées depuis) moins
      *>remboursements et bons d'avoir
      *>émis d'après frefunds ; les frais de billetterie par place et
      *>le loyer du stade reviennent aux parties B et P, le reste se
      *>partage selon les parts du contrat (arrondi sur la première
      *>partie). Si Wdc_definitif = 1 le décompte est enregistré dans
      *>fdecomptes ; un décompte déjà émis n'est jamais refait, seul
      *>l'écart avec le cumul émis est édité et enregistré en ligne de
      *>régularisation
         MOVE 0 TO Wdc_contrat_ok
         OPEN INPUT fcontrats
         MOVE "E" TO fct_type
         MOVE Wdc_event TO fct_num
         READ fcontrats
          INVALID KEY
           MOVE "S" TO fct_type
           MOVE Wdc_stade TO fct_num
           READ fcontrats
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 1 TO Wdc_contrat_ok
           END-READ
          NOT INVALID KEY
           MOVE 1 TO Wdc_contrat_ok
         END-READ
         CLOSE fcontrats

         IF Wdc_contrat_ok = 0 THEN
          COMPUTE Wdc_nb_sans_contrat = Wdc_nb_sans_contrat + 1
          MOVE SPACES TO Wligne_rapport
          STRING "Evènement " DELIMITED BY SIZE
           Wdc_event DELIMITED BY SIZE
           " - aucun contrat organisateur (évènement ou stade "
            DELIMITED BY SIZE
           Wdc_stade DELIMITED BY SIZE
           ") : décompte impossible" DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         ELSE
          COMPUTE Wdc_nb_decomptes = Wdc_nb_decomptes + 1
          MOVE 0 TO Wdc_places
          MOVE 0 TO Wdc_brut_resa
          MOVE 0 TO Wdc_brut_annul
          MOVE 0 TO Wdc_rembourse

      *>Réservations en cours de l'évènement
          OPEN INPUT freservations
          MOVE Wdc_event TO fr_num_event
          START freservations KEY = fr_num_event
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wdc_fin
            PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
             READ freservations NEXT RECORD
              AT END
               MOVE 1 TO Wdc_fin
              NOT AT END
               IF fr_num_event NOT = Wdc_event THEN
                MOVE 1 TO Wdc_fin
               ELSE
                COMPUTE Wdc_places = Wdc_places + 1
                COMPUTE Wdc_brut_resa = Wdc_brut_resa + fr_prix
               END-IF
             END-READ
            END-PERFORM
          END-START
          CLOSE freservations

      *>Réservations déjà archivées
          OPEN INPUT farchresas
          IF far_stat NOT = 35 THEN
           MOVE 0 TO Wdc_fin
           PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
            READ farchresas NEXT RECORD
             AT END
              MOVE 1 TO Wdc_fin
             NOT AT END
              IF far_num_event = Wdc_event THEN
               COMPUTE Wdc_places = Wdc_places + 1
               COMPUTE Wdc_brut_resa = Wdc_brut_resa + far_prix
              END-IF
            END-READ
           END-PERFORM
           CLOSE farchresas
          END-IF

      *>Annulations : montant encaissé sur la vente annulée (la part
      *>jamais réglée n'est pas une recette) et montant rendu
      *>(remboursement ou bon d'avoir) ; le trop-perçu d'un échange
      *>n'est pas une annulation, la réservation échangée est déjà
      *>comptée au prix du nouvel évènement
          OPEN INPUT frefunds
          IF frb_stat NOT = 35 THEN
           OPEN INPUT fbons
           MOVE 0 TO Wdc_fin
           PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
            READ frefunds NEXT RECORD
             AT END
              MOVE 1 TO Wdc_fin
             NOT AT END
              IF frb_num_event = Wdc_event THEN
               IF frb_canal = SPACES THEN
                COMPUTE Wdc_rembourse = Wdc_rembourse + frb_prix
               ELSE
                IF frb_prix_vente > 0 THEN
                 COMPUTE Wdc_brut_annul = Wdc_brut_annul
                  + frb_encaisse
                 COMPUTE Wdc_rembourse = Wdc_rembourse + frb_prix
                 IF frb_bon > 0 THEN
                  MOVE frb_bon TO fbo_num
                  READ fbons
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                    COMPUTE Wdc_rembourse = Wdc_rembourse
                     + fbo_montant_initial
                  END-READ
                 END-IF
                END-IF
               END-IF
              END-IF
            END-READ
           END-PERFORM
           CLOSE fbons
           CLOSE frefunds
          END-IF

          COMPUTE Wdc_recette = Wdc_brut_resa + Wdc_brut_annul
           - Wdc_rembourse
          COMPUTE Wdc_frais = Wdc_places * fct_frais_place
          COMPUTE Wdc_partage = Wdc_recette - Wdc_frais - fct_loyer

      *>Montant dû à chaque partie
          MOVE 0 TO Wdc_frais_donne
          MOVE 0 TO Wdc_loyer_donne
          MOVE 0 TO Wdc_reparti
          PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
           MOVE 0 TO Wdc_montant(Wdc_i)
           IF Wdc_i <= fct_nb_parties THEN
            COMPUTE Wdc_montant(Wdc_i) ROUNDED
             = Wdc_partage * fct_p_pct(Wdc_i) / 100
            COMPUTE Wdc_reparti = Wdc_reparti + Wdc_montant(Wdc_i)
            IF fct_p_role(Wdc_i) = "B" AND Wdc_frais_donne = 0 THEN
             COMPUTE Wdc_montant(Wdc_i) = Wdc_montant(Wdc_i)
              + Wdc_frais
             MOVE 1 TO Wdc_frais_donne
            END-IF
            IF fct_p_role(Wdc_i) = "P" AND Wdc_loyer_donne = 0 THEN
             COMPUTE Wdc_montant(Wdc_i) = Wdc_montant(Wdc_i)
              + fct_loyer
             MOVE 1 TO Wdc_loyer_donne
            END-IF
           END-IF
          END-PERFORM
          COMPUTE Wdc_montant(1) = Wdc_montant(1) + Wdc_partage
           - Wdc_reparti

      *>Cumul de ce qui a déjà été émis en définitif pour l'évènement
          MOVE 0 TO Wdc_nb_emis
          MOVE 0 TO Wdc_deja_places
          MOVE 0 TO Wdc_deja_recette
          PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
           MOVE 0 TO Wdc_deja(Wdc_i)
          END-PERFORM
          OPEN I-O fdecomptes
          MOVE Wdc_event TO fdc_num_event
          MOVE 0 TO fdc_sequence
          START fdecomptes KEY >= fdc_clef
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wdc_fin
            PERFORM WITH TEST AFTER UNTIL Wdc_fin = 1
             READ fdecomptes NEXT RECORD
              AT END
               MOVE 1 TO Wdc_fin
              NOT AT END
               IF fdc_num_event NOT = Wdc_event THEN
                MOVE 1 TO Wdc_fin
               ELSE
                MOVE fdc_sequence TO Wdc_nb_emis
                COMPUTE Wdc_deja_places = Wdc_deja_places
                 + fdc_places
                COMPUTE Wdc_deja_recette = Wdc_deja_recette
                 + fdc_recette
                PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
                 COMPUTE Wdc_deja(Wdc_i) = Wdc_deja(Wdc_i)
                  + fdc_montant(Wdc_i)
                END-PERFORM
               END-IF
             END-READ
            END-PERFORM
          END-START

      *>Edition du décompte
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "|  DECOMPTE DE RECETTE - évènement " DELIMITED BY SIZE
           Wdc_event DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "|  " DELIMITED BY SIZE
           Wdc_nom DELIMITED BY SIZE
           " - contrat " DELIMITED BY SIZE
           fct_type DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fct_num DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_places TO Wdc_places_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Places vendues           : " DELIMITED BY SIZE
           Wdc_places_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_brut_resa TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Réservations             : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_brut_annul TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Encaissé ventes annulées : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_rembourse TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Remboursements / bons    : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_recette TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Recette nette            : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_frais TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Frais de billetterie     : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE fct_loyer TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  Loyer du stade           : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE Wdc_partage TO Wdc_edit
          MOVE SPACES TO Wligne_rapport
          STRING "  A partager               : " DELIMITED BY SIZE
           Wdc_edit DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          PERFORM VARYING Wdc_i FROM 1 BY 1
           UNTIL Wdc_i > fct_nb_parties
           MOVE Wdc_montant(Wdc_i) TO Wdc_edit
           MOVE SPACES TO Wligne_rapport
           STRING "  " DELIMITED BY SIZE
            fct_p_nom(Wdc_i) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            fct_p_role(Wdc_i) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            fct_p_pct(Wdc_i) DELIMITED BY SIZE
            " %) : " DELIMITED BY SIZE
            Wdc_edit DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
          END-PERFORM

          IF Wdc_nb_emis = 0 THEN
           IF Wdc_definitif = 1 THEN
            MOVE "D" TO fdc_type
            MOVE Wdc_places TO fdc_places
            MOVE Wdc_recette TO fdc_recette
            PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
             MOVE Wdc_montant(Wdc_i) TO fdc_montant(Wdc_i)
            END-PERFORM
            PERFORM ENREGISTRER_DECOMPTE
            MOVE "  *** DECOMPTE DEFINITIF ***" TO Wligne_rapport
           ELSE
            MOVE "  (décompte provisoire)" TO Wligne_rapport
           END-IF
           PERFORM EMETTRE_LIGNE
          ELSE
      *>Décompte déjà émis : seul l'écart avec le cumul émis est dû
           MOVE 1 TO Wdc_ecart_nul
           COMPUTE Wdc_ecart_places = Wdc_places - Wdc_deja_places
           COMPUTE Wdc_ecart_recette = Wdc_recette - Wdc_deja_recette
           IF Wdc_ecart_places NOT = 0 OR Wdc_ecart_recette NOT = 0
            THEN
            MOVE 0 TO Wdc_ecart_nul
           END-IF
           PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
            COMPUTE Wdc_ecart(Wdc_i) = Wdc_montant(Wdc_i)
             - Wdc_deja(Wdc_i)
            IF Wdc_ecart(Wdc_i) NOT = 0 THEN
             MOVE 0 TO Wdc_ecart_nul
            END-IF
           END-PERFORM
           MOVE Wdc_deja_recette TO Wdc_edit
           MOVE SPACES TO Wligne_rapport
           STRING "  Décompte définitif déjà émis, recette : "
             DELIMITED BY SIZE
            Wdc_edit DELIMITED BY SIZE
            INTO Wligne_rapport
           PERFORM EMETTRE_LIGNE
           IF Wdc_ecart_nul = 1 THEN
            MOVE "  Aucun changement depuis l'émission."
             TO Wligne_rapport
            PERFORM EMETTRE_LIGNE
           ELSE
            MOVE Wdc_ecart_recette TO Wdc_edit
            MOVE SPACES TO Wligne_rapport
            STRING "  REGULARISATION recette : " DELIMITED BY SIZE
             Wdc_edit DELIMITED BY SIZE
             INTO Wligne_rapport
            PERFORM EMETTRE_LIGNE
            PERFORM VARYING Wdc_i FROM 1 BY 1
             UNTIL Wdc_i > fct_nb_parties
             MOVE Wdc_ecart(Wdc_i) TO Wdc_edit
             MOVE SPACES TO Wligne_rapport
             STRING "  REGULARISATION " DELIMITED BY SIZE
              fct_p_nom(Wdc_i) DELIMITED BY SIZE
              " : " DELIMITED BY SIZE
              Wdc_edit DELIMITED BY SIZE
              INTO Wligne_rapport
             PERFORM EMETTRE_LIGNE
            END-PERFORM
            IF Wdc_definitif = 1 THEN
             MOVE "R" TO fdc_type
             MOVE Wdc_ecart_places TO fdc_places
             MOVE Wdc_ecart_recette TO fdc_recette
             PERFORM VARYING Wdc_i FROM 1 BY 1 UNTIL Wdc_i > 4
              MOVE Wdc_ecart(Wdc_i) TO fdc_montant(Wdc_i)
             END-PERFORM
             PERFORM ENREGISTRER_DECOMPTE
            ELSE
             MOVE "  (régularisation provisoire, non enregistrée)"
              TO Wligne_rapport
             PERFORM EMETTRE_LIGNE
            END-IF
           END-IF
          END-IF
          CLOSE fdecomptes
         END-IF
         .


         ENREGISTRER_DECOMPTE.
      *>Ecriture du décompte ou de la régularisation préparé dans
      *>decompteTampon, à la séquence suivant la dernière émise
      *>(fdecomptes ouvert en I-O par l'appelant)
         MOVE Wdc_event TO fdc_num_event
         COMPUTE fdc_sequence = Wdc_nb_emis + 1
         ACCEPT fdc_date FROM DATE YYYYMMDD
         WRITE decompteTampon
          INVALID KEY
           MOVE "  Problème enregistrement du décompte"
            TO Wligne_rapport
           PERFORM EMETTRE_LIGNE
          NOT INVALID KEY
           MOVE "fdecomptes" TO Wj_fichier
           IF fdc_type = "D" THEN
            MOVE "EMISSION" TO Wj_operation
           ELSE
            MOVE "REGUL" TO Wj_operation
           END-IF
           MOVE fdc_clef TO Wj_clef
           PERFORM JOURNALISER
         END-WRITE
         .


          INVALID KEY
           DISPLAY "Utilisateur inéxistant."
          NOT INVALID KEY
           IF fu_nom = Wrt_anonyme THEN
            DISPLAY "Compte clos - données client anonymisées."
           ELSE
            DISPLAY "Mot de passe : "
            ACCEPT Wmdp_saisi
            IF Wmdp_saisi = fu_mdp THEN
             MOVE 1 TO Wclient_ok
             DISPLAY "Connexion réussie."
            ELSE
             DISPLAY "Mot de passe incorrect."
            END-IF
           END-IF
         END-READ
         CLOSE futilisateurs
          INVALID KEY
           DISPLAY "Utilisateur inéxistant."
          NOT INVALID KEY
           IF fu_nom = Wrt_anonyme THEN
            DISPLAY "Compte clos - données client anonymisées."
           ELSE
            DISPLAY "Question secrète : " fu_question
            DISPLAY "Réponse : "
            ACCEPT Wreponse_saisie
            IF Wreponse_saisie = fu_reponse THEN
             DISPLAY "Nouveau mot de passe : "
             ACCEPT fu_mdp
             REWRITE userTampon
              INVALID KEY DISPLAY 'Problème enregistrement modifications'
              NOT INVALID KEY
               DISPLAY 'Mot de passe réinitialisé'
               MOVE "futilisateurs" TO Wj_fichier
               MOVE "MODIF" TO Wj_operation
               MOVE fu_num TO Wj_clef
               PERFORM JOURNALISER
             END-REWRITE
            ELSE
             DISPLAY "Réponse incorrecte."
            END-IF
           END-IF
         END-READ
         CLOSE futilisateurs
          WRITE waitlistTampon
           INVALID KEY DISPLAY 'Vous êtes déjà sur la liste d''attente.'
           NOT INVALID KEY DISPLAY 'Inscription sur liste d''attente effectuée.'
            MOVE "fwaitlist" TO Wj_fichier
            MOVE "AJOUT" TO Wj_operation
            MOVE fw_clef TO Wj_clef
            PERFORM JOURNALISER
          END-WRITE
          CLOSE fwaitlist
         END-IF
          MOVE Wn_meilleur_user TO fw_num_utilisateur
          DELETE fwaitlist
           INVALID KEY DISPLAY 'Problème lors de la mise à jour de la liste d''attente'
           NOT INVALID KEY
            MOVE "fwaitlist" TO Wj_fichier
            MOVE "SUPPR" TO Wj_operation
            MOVE "S" TO Wj_action
            MOVE fw_clef TO Wj_clef
            PERFORM JOURNALISER
          END-DELETE
         END-IF
         CLOSE fwaitlist
      *>Dépose dans l'outbox la notification décrite par Wnt_type /
      *>Wnt_utilisateur / Wnt_event / Wnt_categorie ; une notification
      *>identique encore non éditée n'est pas doublée et le numéro est
      *>attribué séquentiellement à partir du plus grand existant,
      *>passé au suivant si un autre guichet vient de le prendre
         OPEN I-O fnotifs
         MOVE 0 TO Wnt_dernier
         MOVE 0 TO Wnt_deja
          END-READ
         END-PERFORM
         IF Wnt_deja = 0 THEN
          MOVE Wnt_type TO fn_type
          MOVE Wnt_utilisateur TO fn_num_utilisateur
          MOVE Wnt_event TO fn_num_event
          MOVE Wnt_categorie TO fn_categorie
          ACCEPT fn_date_creation FROM DATE YYYYMMDD
          MOVE 0 TO fn_imprime
          MOVE 0 TO Wnt_ecrit
          MOVE 0 TO Wnt_essais
          PERFORM WITH TEST AFTER UNTIL Wnt_ecrit = 1 OR Wnt_essais >= 20
           COMPUTE Wnt_dernier = Wnt_dernier + 1
           COMPUTE Wnt_essais = Wnt_essais + 1
           MOVE Wnt_dernier TO fn_num
           WRITE notifTampon
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 1 TO Wnt_ecrit
           END-WRITE
          END-PERFORM
          IF Wnt_ecrit = 0 THEN
           DISPLAY 'Problème enregistrement notification'
          ELSE
           MOVE "fnotifs" TO Wj_fichier
           MOVE "AJOUT" TO Wj_operation
           MOVE fn_num TO Wj_clef
           PERFORM JOURNALISER
          END-IF
         END-IF
         CLOSE fnotifs
         .
              WHEN "RELANCE"
               MOVE "Votre réservation n'est pas entièrement réglée."
                TO Wligne_rapport
              WHEN "REVENTE"
               STRING "Une place en revente vous est attribuée en "
                 DELIMITED BY SIZE
                "catégorie " DELIMITED BY SIZE
                fn_categorie DELIMITED BY SIZE
                INTO Wligne_rapport
              WHEN "REVENDU"
               MOVE "Votre billet remis en vente a été revendu."
                TO Wligne_rapport
             END-EVALUATE
             PERFORM EMETTRE_LIGNE

              WHEN "RELANCE"
               MOVE "Merci de solder votre réservation avant le match."
                TO Wligne_rapport
              WHEN "REVENTE"
               MOVE "Merci de la régler avant le match pour la confirmer."
                TO Wligne_rapport
              WHEN "REVENDU"
               MOVE "Le prix de revente, frais déduits, vous est remboursé."
                TO Wligne_rapport
             END-EVALUATE
             PERFORM EMETTRE_LIGNE

              IF fp_num_stade NOT = fe_num_stade THEN
               MOVE 1 TO Wo_fin
              ELSE
               IF fp_categorie = num_categ
                AND fp_attribut NOT = "F"
                AND fp_attribut NOT = "A" THEN
                PERFORM VERIFIER_OCCUPATION_PLACE
                IF Wm_occupe = 0 THEN
                 COMPUTE Wo_places_libres = Wo_places_libres + 1
      *>disponibilité de l'évènement Wd_event, catégorie Wd_categorie ;
      *>un compteur absent est créé avec une capacité à zéro, que seule
      *>la reconstruction pose (un compteur sans capacité n'est pas
      *>utilisé par le chemin de vente). Le compteur est lu avec
      *>verrou ; fdispo reste ouvert si la vente en cours le tient déjà
      *>(Wlk_dispo_tenu = 1)
         IF Wlk_dispo_tenu = 0 THEN
          OPEN I-O fdispo
         END-IF
         PERFORM LIRE_DISPO_VERROU
         EVALUATE Wlk_etat
          WHEN 1
           MOVE Wd_event TO fd_num_event
           MOVE Wd_categorie TO fd_categorie
           MOVE 0 TO fd_capacite
            INVALID KEY
             DISPLAY 'Problème enregistrement compteur dispo'
           END-WRITE
          WHEN 0
           COMPUTE Wd_tmp = fd_vendues + Wd_delta_vendues
           IF Wd_tmp < 0 THEN
            MOVE 0 TO Wd_tmp
            INVALID KEY
             DISPLAY 'Problème mise à jour compteur dispo'
           END-REWRITE
          WHEN OTHER
      *>Compteur tenu trop longtemps par un autre guichet : il dérive
      *>jusqu'à la prochaine reconstruction
           MOVE "fdispo" TO Wlk_fichier
           PERFORM SIGNALER_CONFLIT_VERROU
           DISPLAY "Compteur de disponibilité tenu par un autre"
            " guichet - non mis à jour, relancer la reconstruction."
         END-EVALUATE
         IF Wlk_dispo_tenu = 0 THEN
          CLOSE fdispo
         END-IF
         .


         LIRE_DISPO_VERROU.
      *>Lecture avec verrou du compteur Wd_event/Wd_categorie, avec
      *>quelques nouvelles tentatives, espacées de Wlk_pause, quand un
      *>autre guichet le tient ; fdispo est supposé ouvert en I-O par
      *>l'appelant. Wlk_etat : 0 = lu et verrouillé, 1 = absent, 2 =
      *>tenu par un autre guichet
         MOVE 0 TO Wlk_essais
         PERFORM WITH TEST AFTER UNTIL Wlk_etat NOT = 2
          OR Wlk_essais >= 5
          IF Wlk_essais > 0 THEN
           PERFORM ATTENDRE_VERROU
          END-IF
          COMPUTE Wlk_essais = Wlk_essais + 1
          MOVE 2 TO Wlk_etat
          MOVE Wd_event TO fd_num_event
          MOVE Wd_categorie TO fd_categorie
          READ fdispo WITH LOCK
           INVALID KEY
            MOVE 1 TO Wlk_etat
           NOT INVALID KEY
            MOVE 0 TO Wlk_etat
          END-READ
         END-PERFORM
         .


         ATTENDRE_VERROU.
      *>Attente de Wlk_pause centièmes de seconde sur l'horloge système
      *>(passage de minuit compris) avant une nouvelle tentative
         ACCEPT Wlk_heure FROM TIME
         COMPUTE Wlk_debut = ((Wlk_h_heure * 60 + Wlk_h_minute) * 60
          + Wlk_h_seconde) * 100 + Wlk_h_centieme
         MOVE 0 TO Wlk_ecoule
         PERFORM WITH TEST AFTER UNTIL Wlk_ecoule >= Wlk_pause
          ACCEPT Wlk_heure FROM TIME
          COMPUTE Wlk_ecoule = ((Wlk_h_heure * 60 + Wlk_h_minute) * 60
           + Wlk_h_seconde) * 100 + Wlk_h_centieme - Wlk_debut
          IF Wlk_ecoule < 0 THEN
           COMPUTE Wlk_ecoule = Wlk_ecoule + 8640000
          END-IF
         END-PERFORM
         .


         LIRE_REVENTE_VERROU.
      *>Lecture avec verrou de la mise en revente frv_clef_resa, avec
      *>quelques nouvelles tentatives espacées de Wlk_pause quand un
      *>autre guichet la tient ; frevente est supposé ouvert en I-O par
      *>l'appelant. Wrv_verrou : 0 = lue et verrouillée, 1 = absente,
      *>2 = tenue par un autre guichet (conflit tracé dans fexeclog)
         MOVE frv_clef_resa TO Wrv_clef_lue
         MOVE 0 TO Wlk_essais
         PERFORM WITH TEST AFTER UNTIL Wrv_verrou NOT = 2
          OR Wlk_essais >= 5
          IF Wlk_essais > 0 THEN
           PERFORM ATTENDRE_VERROU
          END-IF
          COMPUTE Wlk_essais = Wlk_essais + 1
          MOVE 2 TO Wrv_verrou
          MOVE Wrv_clef_lue TO frv_clef_resa
          READ frevente WITH LOCK
           INVALID KEY
            MOVE 1 TO Wrv_verrou
           NOT INVALID KEY
            MOVE 0 TO Wrv_verrou
          END-READ
         END-PERFORM
         IF Wrv_verrou = 2 THEN
          MOVE "frevente" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
         END-IF
         .


         LIRE_BON_VERROU.
      *>Lecture avec verrou du bon d'avoir fbo_num, sur le modèle de
      *>LIRE_REVENTE_VERROU ; fbons est supposé ouvert en I-O par
      *>l'appelant. Wbo_verrou : 0 = lu et verrouillé, 1 = absent,
      *>2 = tenu par un autre guichet (conflit tracé dans fexeclog)
         MOVE fbo_num TO Wbo_num_lu
         MOVE 0 TO Wlk_essais
         PERFORM WITH TEST AFTER UNTIL Wbo_verrou NOT = 2
          OR Wlk_essais >= 5
          IF Wlk_essais > 0 THEN
           PERFORM ATTENDRE_VERROU
          END-IF
          COMPUTE Wlk_essais = Wlk_essais + 1
          MOVE 2 TO Wbo_verrou
          MOVE Wbo_num_lu TO fbo_num
          READ fbons WITH LOCK
           INVALID KEY
            MOVE 1 TO Wbo_verrou
           NOT INVALID KEY
            MOVE 0 TO Wbo_verrou
          END-READ
         END-PERFORM
         IF Wbo_verrou = 2 THEN
          MOVE "fbons" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
         END-IF
         .


         PRENDRE_VERROU_VENTE.
      *>Pose le verrou de vente du contingent de la réservation en
      *>cours (reservTampon : fr_num_event / fr_categorie) en lisant
      *>son compteur fdispo avec verrou ; un compteur absent est créé à
      *>capacité nulle, comme le ferait MAJ_COMPTEUR_DISPO, pour servir
      *>de verrou. Wlk_etat = 0 si le verrou est posé, fdispo restant
      *>alors ouvert jusqu'à LIBERER_VERROU_VENTE
         MOVE fr_num_event TO Wd_event
         MOVE fr_categorie TO Wd_categorie
         OPEN I-O fdispo
         PERFORM LIRE_DISPO_VERROU
         IF Wlk_etat = 1 THEN
          MOVE Wd_event TO fd_num_event
          MOVE Wd_categorie TO fd_categorie
          MOVE 0 TO fd_capacite
          MOVE 0 TO fd_vendues
          MOVE 0 TO fd_options
          WRITE dispoTampon
           INVALID KEY
            CONTINUE
          END-WRITE
          PERFORM LIRE_DISPO_VERROU
         END-IF
         IF Wlk_etat = 0 THEN
          MOVE 1 TO Wlk_dispo_tenu
         ELSE
          MOVE 2 TO Wlk_etat
          CLOSE fdispo
         END-IF
         .


         LIBERER_VERROU_VENTE.
      *>Lève le verrou de vente posé par PRENDRE_VERROU_VENTE
         UNLOCK fdispo
         CLOSE fdispo
         MOVE 0 TO Wlk_dispo_tenu
         .


         CONTROLER_PLACE_SOUS_VERROU.
      *>Contrôle, sous verrou de vente, que la place de reservTampon
      *>n'a pas été vendue pour l'évènement fr_num_event par un autre
      *>guichet depuis son affichage (Wlk_place_prise = 1 dans ce cas) ;
      *>reservTampon et placeTampon sont restitués à l'identique,
      *>freservations est supposé ouvert par l'appelant
         MOVE reservTampon TO Wlk_resa_sauve
         MOVE placeTampon TO Wlk_place_sauve
         MOVE fr_clef_place TO Wlk_clef_place
         MOVE fr_num_event TO Wlk_event
         MOVE 0 TO Wlk_place_prise
         START freservations KEY = fr_clef_place
          INVALID KEY
           CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wlk_fin
           PERFORM WITH TEST AFTER UNTIL Wlk_fin = 1
            READ freservations NEXT RECORD
             AT END
              MOVE 1 TO Wlk_fin
             NOT AT END
              IF fr_clef_place NOT = Wlk_clef_place THEN
               MOVE 1 TO Wlk_fin
              ELSE
               IF fr_num_event = Wlk_event THEN
                MOVE 1 TO Wlk_place_prise
                MOVE 1 TO Wlk_fin
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         MOVE Wlk_resa_sauve TO reservTampon
         MOVE Wlk_place_sauve TO placeTampon
         .


         SIGNALER_CONFLIT_VERROU.
      *>Conflit de verrou avec un autre guichet sur le fichier
      *>Wlk_fichier : compté pour la session et tracé dans le journal
      *>de traitement fexeclog (une ligne VERROU par conflit, le
      *>fichier en statut), le message à l'opérateur restant à la
      *>charge de l'appelant
         COMPUTE Wlk_conflits = Wlk_conflits + 1
         MOVE "VERROU" TO fl_commande
         MOVE Wlk_fichier TO fl_statut
         ACCEPT fl_date FROM DATE YYYYMMDD
         ACCEPT fl_heure FROM TIME
         OPEN EXTEND fexeclog
         WRITE execlogTampon
         CLOSE fexeclog
         .



         MOVE "fdispo" TO Wj_fichier
         MOVE "RECONSTR" TO Wj_operation
         MOVE "N" TO Wj_action
         MOVE Wd_nb TO Wj_clef
         PERFORM JOURNALISER

         ACCEPT fo_num_event
         DISPLAY "Catégorie : "
         ACCEPT fo_categorie
         PERFORM SAISIR_CANAL

         READ foptions
          INVALID KEY
               NOT INVALID KEY
                MOVE "foptions" TO Wj_fichier
                MOVE "CONVERSION" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fo_clef TO Wj_clef
                PERFORM JOURNALISER
      *>Le contingent soldé sort du compteur de disponibilité, les
                     IF fp_num_stade NOT = fe_num_stade THEN
                      MOVE 1 TO Wo_fin
                     ELSE
                      IF fp_categorie = num_categ
                       AND fp_attribut NOT = "F"
                       AND fp_attribut NOT = "A" THEN
                       PERFORM VERIFIER_OCCUPATION_PLACE
                       IF Wm_occupe = 0 THEN
                        MOVE fo_num_utilisateur
                        MOVE 0 TO fr_remise_pct
                        MOVE SPACES TO fr_code_promo
                        ACCEPT fr_date_creation FROM DATE YYYYMMDD
                        MOVE Wca_canal TO fr_canal
      *>Ecriture sous le verrou de vente du contingent ; une place
      *>prise entre-temps à un guichet fait passer à la suivante
                        PERFORM PRENDRE_VERROU_VENTE
                        IF Wlk_etat NOT = 0 THEN
                         MOVE "fdispo" TO Wlk_fichier
                         PERFORM SIGNALER_CONFLIT_VERROU
                        ELSE
                         PERFORM CONTROLER_PLACE_SOUS_VERROU
                         IF Wlk_place_prise = 1 THEN
                          MOVE "freserv" TO Wlk_fichier
                          PERFORM SIGNALER_CONFLIT_VERROU
                         ELSE
                          WRITE reservTampon
                           INVALID KEY
                            DISPLAY 'Problème enregistrement'
                           NOT INVALID KEY
                            COMPUTE Wo_converties = Wo_converties + 1
                            MOVE "freservations" TO Wj_fichier
                            MOVE "AJOUT" TO Wj_operation
                            MOVE fr_clef TO Wj_clef
                            PERFORM JOURNALISER
                            MOVE fr_num_event TO Wd_event
                            MOVE fr_categorie TO Wd_categorie
                            MOVE 1 TO Wd_delta_vendues
                            MOVE 0 TO Wd_delta_options
                            PERFORM MAJ_COMPTEUR_DISPO
                            PERFORM EMETTRE_BILLET
                          END-WRITE
                         END-IF
                         PERFORM LIBERER_VERROU_VENTE
                        END-IF
                       END-IF
                      END-IF
                     END-IF
               COMPUTE Wo_purgees = Wo_purgees + fo_nb_place
               MOVE "foptions" TO Wj_fichier
               MOVE "EXPIRE" TO Wj_operation
               MOVE "S" TO Wj_action
               MOVE fo_clef TO Wj_clef
               PERFORM JOURNALISER
      *>Le contingent libéré sort du compteur de disponibilité
         .


         SAISIR_ATTRIBUT_PLACE.
      *>Saisie contrôlée de l'attribut d'une place dans Wac_saisie :
      *>espace = place ordinaire, F = emplacement fauteuil roulant,
      *>A = place accompagnateur, V = visibilité réduite (remisée)
         PERFORM WITH TEST AFTER UNTIL Wac_saisie = SPACE
          OR Wac_saisie = "F" OR Wac_saisie = "A" OR Wac_saisie = "V"
          DISPLAY "Attribut (vide = ordinaire, F = fauteuil roulant,"
           " A = accompagnateur, V = visibilité réduite) : "
          MOVE SPACE TO Wac_saisie
          ACCEPT Wac_saisie
         END-PERFORM
         .


         SYMBOLE_PLACE.
      *>Repère de l'attribut de la place fplaces courante, ajouté à la
      *>ligne de la place sur les cartes (Wac_symbole)
         EVALUATE fp_attribut
          WHEN "F"
           MOVE " [F]" TO Wac_symbole
          WHEN "A"
           MOVE " [A]" TO Wac_symbole
          WHEN "V"
           MOVE " [V]" TO Wac_symbole
          WHEN OTHER
           MOVE SPACES TO Wac_symbole
         END-EVALUATE
         .


         CONTROLER_SUITE_ACCESSIBLE.
      *>Une suite de places Wsp_debut..Wsp_i retenue pour une réservation
      *>accessible doit comporter au moins un emplacement fauteuil
      *>roulant et, dès deux places, au moins une place accompagnateur
      *>(Wac_suite_ok = 1 si c'est le cas)
         MOVE 0 TO Wac_nb_f
         MOVE 0 TO Wac_nb_a
         PERFORM VARYING Wac_k FROM Wsp_debut BY 1 UNTIL Wac_k > Wsp_i
          IF Wsp_libre(Wac_k) = 2 THEN
           COMPUTE Wac_nb_f = Wac_nb_f + 1
          END-IF
          IF Wsp_libre(Wac_k) = 3 THEN
           COMPUTE Wac_nb_a = Wac_nb_a + 1
          END-IF
         END-PERFORM
         MOVE 1 TO Wac_suite_ok
         IF Wac_nb_f = 0 THEN
          MOVE 0 TO Wac_suite_ok
         END-IF
         IF nb_place > 1 AND Wac_nb_a = 0 THEN
          MOVE 0 TO Wac_suite_ok
         END-IF
         .


         MARQUER_PLACES_EN_MASSE.
      *>Pose d'un même attribut sur un lot de places d'un stade : toute
      *>une tribune, ou une rangée de la tribune, éventuellement limitée
      *>à une plage de numéros de places ; chaque place modifiée est
      *>journalisée
         DISPLAY "Numéro du stade : "
         ACCEPT Wac_stade
         DISPLAY "Tribune : "
         ACCEPT Wac_tribune
         DISPLAY "Rangée (0 = toute la tribune) : "
         ACCEPT Wac_rangee
         DISPLAY "De la place n° (0 = toutes les places) : "
         ACCEPT Wac_de
         MOVE 9999 TO Wac_a
         IF Wac_de > 0 THEN
          PERFORM WITH TEST AFTER UNTIL Wac_a >= Wac_de
           DISPLAY "A la place n° : "
           ACCEPT Wac_a
          END-PERFORM
         END-IF
         PERFORM SAISIR_ATTRIBUT_PLACE

         MOVE 0 TO Wac_nb
         OPEN I-O fplaces
         MOVE Wac_stade TO fp_num_stade
         START fplaces KEY = fp_num_stade
          INVALID KEY
           DISPLAY "Aucune place pour ce stade."
          NOT INVALID KEY
           MOVE 0 TO Wac_fin
           PERFORM WITH TEST AFTER UNTIL Wac_fin = 1
            READ fplaces NEXT RECORD
             AT END
              MOVE 1 TO Wac_fin
             NOT AT END
              IF fp_num_stade NOT = Wac_stade THEN
               MOVE 1 TO Wac_fin
              ELSE
               IF fp_tribune = Wac_tribune
                AND (Wac_rangee = 0 OR fp_rangee = Wac_rangee)
                AND fp_num >= Wac_de AND fp_num <= Wac_a
                AND fp_attribut NOT = Wac_saisie THEN
                MOVE Wac_saisie TO fp_attribut
                REWRITE placeTampon
                 INVALID KEY
                  DISPLAY "Problème modification place " fp_num
                   " rangée " fp_rangee
                 NOT INVALID KEY
                  COMPUTE Wac_nb = Wac_nb + 1
                  MOVE "fplaces" TO Wj_fichier
                  MOVE "MODIF" TO Wj_operation
                  MOVE fp_clef TO Wj_clef
                  PERFORM JOURNALISER
                END-REWRITE
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE fplaces
         DISPLAY Wac_nb " place(s) modifiée(s)."
         .


         RAPPORT_ACCESSIBILITE.
      *>Occupation des places accessibles d'un évènement : nombre
      *>d'emplacements fauteuil roulant, de places accompagnateur et de
      *>places à visibilité réduite vendus sur le total du stade, puis
      *>détail des emplacements fauteuil et accompagnateur avec leur
      *>titulaire
         MOVE 0 TO Wac_event_ok
         DISPLAY "Numéro de l'évènement : "
         ACCEPT fe_num
         OPEN INPUT fevenements
         READ fevenements
          INVALID KEY
           DISPLAY "Evènement inéxistant."
          NOT INVALID KEY
           MOVE 1 TO Wac_event_ok
         END-READ
         CLOSE fevenements

         IF Wac_event_ok = 1 THEN
          MOVE 0 TO Wac_total_f
          MOVE 0 TO Wac_occ_f
          MOVE 0 TO Wac_total_a
          MOVE 0 TO Wac_occ_a
          MOVE 0 TO Wac_total_v
          MOVE 0 TO Wac_occ_v
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "|  PLACES ACCESSIBLES - Evènement " DELIMITED BY SIZE
           fe_num DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "|  " DELIMITED BY SIZE
           fe_nom DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE

          OPEN INPUT fplaces
          OPEN INPUT freservations
          MOVE fe_num_stade TO fp_num_stade
          START fplaces KEY = fp_num_stade
           INVALID KEY
            CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wac_fin
            PERFORM WITH TEST AFTER UNTIL Wac_fin = 1
             READ fplaces NEXT RECORD
              AT END
               MOVE 1 TO Wac_fin
              NOT AT END
               IF fp_num_stade NOT = fe_num_stade THEN
                MOVE 1 TO Wac_fin
               ELSE
                IF fp_attribut = "F" OR fp_attribut = "A"
                 OR fp_attribut = "V" THEN
                 PERFORM VERIFIER_OCCUPATION_PLACE
                 EVALUATE fp_attribut
                  WHEN "F"
                   COMPUTE Wac_total_f = Wac_total_f + 1
                   COMPUTE Wac_occ_f = Wac_occ_f + Wm_occupe
                  WHEN "A"
                   COMPUTE Wac_total_a = Wac_total_a + 1
                   COMPUTE Wac_occ_a = Wac_occ_a + Wm_occupe
                  WHEN "V"
                   COMPUTE Wac_total_v = Wac_total_v + 1
                   COMPUTE Wac_occ_v = Wac_occ_v + Wm_occupe
                 END-EVALUATE
                 IF fp_attribut NOT = "V" THEN
                  MOVE SPACES TO Wligne_rapport
                  IF Wm_occupe = 1 THEN
                   STRING "  " DELIMITED BY SIZE
                    fp_attribut DELIMITED BY SIZE
                    " Tribune " DELIMITED BY SIZE
                    fp_tribune DELIMITED BY SIZE
                    " Rangée " DELIMITED BY SIZE
                    fp_rangee DELIMITED BY SIZE
                    " Place " DELIMITED BY SIZE
                    fp_num DELIMITED BY SIZE
                    " [OCCUPEE] client " DELIMITED BY SIZE
                    fr_num_utilisateur DELIMITED BY SIZE
                    INTO Wligne_rapport
                  ELSE
                   STRING "  " DELIMITED BY SIZE
                    fp_attribut DELIMITED BY SIZE
                    " Tribune " DELIMITED BY SIZE
                    fp_tribune DELIMITED BY SIZE
                    " Rangée " DELIMITED BY SIZE
                    fp_rangee DELIMITED BY SIZE
                    " Place " DELIMITED BY SIZE
                    fp_num DELIMITED BY SIZE
                    " [LIBRE]" DELIMITED BY SIZE
                    INTO Wligne_rapport
                  END-IF
                  PERFORM EMETTRE_LIGNE
                 END-IF
                END-IF
               END-IF
             END-READ
            END-PERFORM
          END-START
          CLOSE fplaces
          CLOSE freservations

          MOVE "-------------------------------------------"
           TO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Fauteuils roulants    : " DELIMITED BY SIZE
           Wac_occ_f DELIMITED BY SIZE
           " occupé(s) sur " DELIMITED BY SIZE
           Wac_total_f DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Accompagnateurs       : " DELIMITED BY SIZE
           Wac_occ_a DELIMITED BY SIZE
           " occupé(s) sur " DELIMITED BY SIZE
           Wac_total_a DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
          MOVE SPACES TO Wligne_rapport
          STRING "  Visibilité réduite    : " DELIMITED BY SIZE
           Wac_occ_v DELIMITED BY SIZE
           " occupé(s) sur " DELIMITED BY SIZE
           Wac_total_v DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         RAPPORT_CARTE_PLACES.
      *>Carte d'occupation des places d'un stade pour un évènement donné
         MOVE 0 TO Wm_stade_ok
          DISPLAY "-------------------------------------------"
          DISPLAY "|  CARTE DES PLACES - Stade " fs_num " Evenement " fe_num
          DISPLAY "-------------------------------------------"
          DISPLAY "  [F] fauteuil roulant  [A] accompagnateur"
           "  [V] visibilité réduite"

          OPEN INPUT fplaces
          OPEN INPUT freservations
                 ELSE
                  IF fp_tribune = Wm_tribune AND fp_rangee = Wm_rangee THEN
                   PERFORM VERIFIER_OCCUPATION_PLACE
                   PERFORM SYMBOLE_PLACE
                   IF Wm_occupe = 1 THEN
                    DISPLAY "    Place " fp_num " [OCCUPEE]" Wac_symbole
                   ELSE
                    DISPLAY "    Place " fp_num " [LIBRE]" Wac_symbole
                   END-IF
                  END-IF
                 END-IF
             PERFORM RECHERCHER_COMPTE_EVENEMENT
             MOVE 0 TO Wpromo_pct
             MOVE SPACES TO Wpromo_code
      *>Canal de vente de la ligne (vide = guichet), qui doit exister
      *>et être actif
             MOVE frt_canal TO Wca_canal
             PERFORM CONTROLER_CANAL

             IF Wca_valide = 0 THEN
              MOVE SPACES TO Wligne_rapport
              STRING "Ligne " DELIMITED BY SIZE
               Wb_ligne DELIMITED BY SIZE
               ": canal " DELIMITED BY SIZE
               Wca_canal DELIMITED BY SIZE
               " inconnu ou désactivé - ignorée" DELIMITED BY SIZE
               INTO Wligne_rapport
              PERFORM EMETTRE_LIGNE
             ELSE
             READ futilisateurs
              INVALID KEY
               MOVE SPACES TO Wligne_rapport
              NOT INVALID KEY
               MOVE 1 TO Wb_user_ok
             END-READ
             END-IF

             IF Wb_user_ok = 1 THEN
              READ fevenements
                   IF fp_num_stade NOT = Wb_stade_cible THEN
                    MOVE 1 TO Wb_fin2
                   ELSE
                    IF fp_categorie = num_categ
                     AND fp_attribut NOT = "F"
                     AND fp_attribut NOT = "A" THEN
      *>Occupation vérifiée par la clef alternative fr_clef_place,
      *>donc détectée même si la place est tenue par un autre
      *>utilisateur (fr_num_utilisateur fait partie de la clef primaire)
      *>disponibilité ont relu des réservations dans reservTampon et
      *>ont donc écrasé fr_age depuis le début de la ligne
                      MOVE frt_age TO fr_age
                      MOVE fp_attribut TO Wac_attribut
                      PERFORM CALCULER_ET_ENREGISTRER_RESERVATION
                     END-IF
                    END-IF
                   DELETE freservations
                    INVALID KEY
                     DISPLAY 'Problème lors de la purge réservation'
                    NOT INVALID KEY
                     MOVE "freservations" TO Wj_fichier
                     MOVE "ARCHIVE" TO Wj_operation
                     MOVE "S" TO Wj_action
                     MOVE fr_clef TO Wj_clef
                     PERFORM JOURNALISER
                   END-DELETE
                   COMPUTE Wa_nb_resas = Wa_nb_resas + 1
                  END-IF
                   DELETE fwaitlist
                    INVALID KEY
                     DISPLAY 'Problème lors de la purge liste attente'
                    NOT INVALID KEY
                     MOVE "fwaitlist" TO Wj_fichier
                     MOVE "ARCHIVE" TO Wj_operation
                     MOVE "S" TO Wj_action
                     MOVE fw_clef TO Wj_clef
                     PERFORM JOURNALISER
                   END-DELETE
                   COMPUTE Wa_nb_wait = Wa_nb_wait + 1
                  END-IF
                   DELETE ftickets
                    INVALID KEY
                     DISPLAY 'Problème lors de la purge billet'
                    NOT INVALID KEY
                     MOVE "ftickets" TO Wj_fichier
                     MOVE "ARCHIVE" TO Wj_operation
                     MOVE "S" TO Wj_action
                     MOVE fk_num TO Wj_clef
                     PERFORM JOURNALISER
                   END-DELETE
                   COMPUTE Wa_nb_billets = Wa_nb_billets + 1
                  END-IF
              NOT INVALID KEY
               MOVE "fevenements" TO Wj_fichier
               MOVE "ARCHIVE" TO Wj_operation
               MOVE "S" TO Wj_action
               MOVE Wa_event_cible TO Wj_clef
               PERFORM JOURNALISER
      *>Les compteurs de disponibilité de l'évènement archivé aussi
              DELETE fpayments
               INVALID KEY
                DISPLAY 'Problème lors de la purge encaissement'
               NOT INVALID KEY
                MOVE "fpayments" TO Wj_fichier
                MOVE "ARCHIVE" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fy_clef TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
              COMPUTE Wa_nb_paiements = Wa_nb_paiements + 1
             END-IF
              DELETE foptions
               INVALID KEY
                DISPLAY 'Problème lors de la purge option'
               NOT INVALID KEY
                MOVE "foptions" TO Wj_fichier
                MOVE "ARCHIVE" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fo_clef TO Wj_clef
                PERFORM JOURNALISER
              END-DELETE
              COMPUTE Wa_nb_options = Wa_nb_options + 1
             END-IF
         .


         CONVERSION_FICHIERS.
      *>Passage unique au format grands stades (capacité sur 5 chiffres,
      *>numéro de place sur 4, tribune et rangée sur 3, clef du journal
      *>sur 61) : chaque fichier concerné, renommé au préalable en .anc,
      *>est relu à l'ancien format et réécrit au format courant sous son
      *>nom habituel. Pour chaque fichier le bilan donne le nombre
      *>d'enregistrements lus, réécrits puis relus dans le nouveau
      *>fichier, et un total de contrôle (montants, capacités) calculé
      *>avant et après ; un fichier .anc absent est signalé et le
      *>fichier courant laissé tel quel
         MOVE 0 TO Wfm_nb_fichiers
         MOVE 0 TO Wfm_nb_ecarts
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "|  CONVERSION AU FORMAT GRANDS STADES      |"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE

      *>Le journal en premier : la conversion de chaque fichier y est
      *>ensuite tracée au nouveau format
         PERFORM CONVERSION_JOURNAL
         PERFORM CONVERSION_STADES
         PERFORM CONVERSION_PLACES
         PERFORM CONVERSION_CATEGORIES
         PERFORM CONVERSION_RESERVATIONS
         PERFORM CONVERSION_REMBOURSEMENTS
         PERFORM CONVERSION_PAIEMENTS
         PERFORM CONVERSION_BILLETS
         PERFORM CONVERSION_COMPTEURS
         PERFORM CONVERSION_ARCHIVES_RESAS

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Fichiers convertis : " DELIMITED BY SIZE
          Wfm_nb_fichiers DELIMITED BY SIZE
          "  en écart : " DELIMITED BY SIZE
          Wfm_nb_ecarts DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "  Les sauvegardes antérieures sont à l'ancien format :"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "  prendre une nouvelle sauvegarde après la conversion."
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         IF Wfm_nb_ecarts > 0 THEN
          MOVE "ECART" TO Wcmd_statut
         END-IF
         .


         RAZ_CUMULS_CONVERSION.
      *>Remise à zéro des compteurs de la conversion d'un fichier
         MOVE 0 TO Wfm_lus
         MOVE 0 TO Wfm_ecrits
         MOVE 0 TO Wfm_rejets
         MOVE 0 TO Wfm_relus
         MOVE 0 TO Wfm_controle_avant
         MOVE 0 TO Wfm_controle_apres
         .


         SIGNALER_ANCIEN_ABSENT.
      *>Fichier Wfm_fichier sans image .anc : rien n'est converti
         MOVE SPACES TO Wligne_rapport
         STRING "  " DELIMITED BY SIZE
          Wfm_fichier DELIMITED BY SIZE
          " ancien fichier .anc absent - non converti"
          DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         .


         BILAN_CONVERSION.
      *>Lignes de bilan de la conversion du fichier Wfm_fichier : le
      *>fichier est en écart si un enregistrement a été rejeté, si le
      *>nombre relu diffère du nombre lu ou si les totaux de contrôle
      *>ne concordent pas ; la conversion est tracée au journal
         COMPUTE Wfm_nb_fichiers = Wfm_nb_fichiers + 1
         IF Wfm_rejets = 0 AND Wfm_relus = Wfm_lus
          AND Wfm_controle_apres = Wfm_controle_avant THEN
          MOVE "OK" TO Wfm_verdict
         ELSE
          MOVE "ECART" TO Wfm_verdict
          COMPUTE Wfm_nb_ecarts = Wfm_nb_ecarts + 1
         END-IF
         MOVE Wfm_controle_avant TO Wfm_avant_edit
         MOVE Wfm_controle_apres TO Wfm_apres_edit
         MOVE SPACES TO Wligne_rapport
         STRING "  " DELIMITED BY SIZE
          Wfm_fichier DELIMITED BY SIZE
          " lus " DELIMITED BY SIZE
          Wfm_lus DELIMITED BY SIZE
          " écrits " DELIMITED BY SIZE
          Wfm_ecrits DELIMITED BY SIZE
          " rejetés " DELIMITED BY SIZE
          Wfm_rejets DELIMITED BY SIZE
          " relus " DELIMITED BY SIZE
          Wfm_relus DELIMITED BY SIZE
          "  " DELIMITED BY SIZE
          Wfm_verdict DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "                  contrôle avant " DELIMITED BY SIZE
          Wfm_avant_edit DELIMITED BY SIZE
          " après " DELIMITED BY SIZE
          Wfm_apres_edit DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE Wfm_fichier TO Wj_fichier
         MOVE "CONVERSION" TO Wj_operation
         MOVE "N" TO Wj_action
         MOVE Wfm_relus TO Wj_clef
         PERFORM JOURNALISER
         .


         CONVERSION_JOURNAL.
      *>Journal d'audit : clef élargie de 40 à 61 caractères
         MOVE "fjournal" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofjournal
         IF ofj_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT fjournal
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofjournal
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             MOVE ofj_fichier TO fj_fichier
             MOVE ofj_operation TO fj_operation
             MOVE ofj_clef TO fj_clef
             MOVE ofj_operateur TO fj_operateur
             MOVE ofj_date TO fj_date
             MOVE ofj_heure TO fj_heure
             MOVE SPACE TO fj_action
             MOVE SPACES TO fj_image
             WRITE journalTampon
             COMPUTE Wfm_ecrits = Wfm_ecrits + 1
           END-READ
          END-PERFORM
          CLOSE ofjournal
          CLOSE fjournal
          OPEN INPUT fjournal
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ fjournal
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
           END-READ
          END-PERFORM
          CLOSE fjournal
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_STADES.
      *>Stades : capacité sur 5 chiffres (contrôle : capacités)
         MOVE "fstades" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofstades
         IF ofs_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT fstades
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofstades
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofs_nb_place
             MOVE ofs_num TO fs_num
             MOVE ofs_nom TO fs_nom
             MOVE ofs_adresse TO fs_adresse
             MOVE ofs_nb_place TO fs_nb_place
             WRITE stadeTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE ofstades
          CLOSE fstades
          OPEN INPUT fstades
          MOVE 0 TO fs_num
          MOVE 0 TO Wfm_fin
          START fstades KEY >= fs_num
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ fstades NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + fs_nb_place
           END-READ
          END-PERFORM
          CLOSE fstades
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_PLACES.
      *>Places : numéro, tribune et rangée élargis, attribut à blanc
      *>(place ordinaire)
         MOVE "fplaces" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofplaces
         IF ofp_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT fplaces
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofplaces
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             MOVE ofp_num TO fp_num
             MOVE ofp_tribune TO fp_tribune
             MOVE ofp_rangee TO fp_rangee
             MOVE ofp_num_stade TO fp_num_stade
             MOVE ofp_categorie TO fp_categorie
             MOVE SPACE TO fp_attribut
             WRITE placeTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE ofplaces
          CLOSE fplaces
          OPEN INPUT fplaces
          MOVE LOW-VALUES TO fp_clef
          MOVE 0 TO Wfm_fin
          START fplaces KEY >= fp_clef
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ fplaces NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
           END-READ
          END-PERFORM
          CLOSE fplaces
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_CATEGORIES.
      *>Catégories : quota sur 5 chiffres (contrôle : suppléments)
         MOVE "fcategories" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofcategories
         IF ofc_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT fcategories
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofcategories
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofc_supplement
             MOVE ofc_num_stade TO fc_num_stade
             MOVE ofc_code TO fc_code
             MOVE ofc_libelle TO fc_libelle
             MOVE ofc_supplement TO fc_supplement
             MOVE ofc_quota TO fc_quota
             WRITE categTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE ofcategories
          CLOSE fcategories
          OPEN INPUT fcategories
          MOVE LOW-VALUES TO fc_clef
          MOVE 0 TO Wfm_fin
          START fcategories KEY >= fc_clef
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ fcategories NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + fc_supplement
           END-READ
          END-PERFORM
          CLOSE fcategories
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_RESERVATIONS.
      *>Réservations (contrôle : prix)
         MOVE "freserv" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofreserv
         IF ofr_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT freservations
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofreserv
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofr_prix
             MOVE ofr_num_utilisateur TO fr_num_utilisateur
             MOVE ofr_num_event TO fr_num_event
             MOVE ofr_num_place TO fr_num_place
             MOVE ofr_tribune TO fr_tribune
             MOVE ofr_rangee TO fr_rangee
             MOVE ofr_categorie TO fr_categorie
             MOVE ofr_age TO fr_age
             MOVE ofr_prix TO fr_prix
             MOVE ofr_remise_pct TO fr_remise_pct
             MOVE ofr_code_promo TO fr_code_promo
             MOVE ofr_date_creation TO fr_date_creation
             MOVE "GUICHET" TO fr_canal
             WRITE reservTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE ofreserv
          CLOSE freservations
          OPEN INPUT freservations
          MOVE LOW-VALUES TO fr_clef
          MOVE 0 TO Wfm_fin
          START freservations KEY >= fr_clef
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ freservations NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + fr_prix
           END-READ
          END-PERFORM
          CLOSE freservations
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_REMBOURSEMENTS.
      *>Remboursements (contrôle : montants remboursés)
         MOVE "frefunds" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofrefunds
         IF ofrb_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT frefunds
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofrefunds
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofrb_prix
             MOVE ofrb_num_utilisateur TO frb_num_utilisateur
             MOVE ofrb_num_event TO frb_num_event
             MOVE ofrb_num_place TO frb_num_place
             MOVE ofrb_tribune TO frb_tribune
             MOVE ofrb_rangee TO frb_rangee
             MOVE ofrb_categorie TO frb_categorie
             MOVE ofrb_prix TO frb_prix
             MOVE ofrb_date_annulation TO frb_date_annulation
             MOVE "GUICHET" TO frb_canal
             MOVE 0 TO frb_prix_vente
             MOVE 0 TO frb_date_vente
             MOVE 0 TO frb_bon
             MOVE 0 TO frb_encaisse
             WRITE refundTampon
             COMPUTE Wfm_ecrits = Wfm_ecrits + 1
           END-READ
          END-PERFORM
          CLOSE ofrefunds
          CLOSE frefunds
          OPEN INPUT frefunds
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ frefunds
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + frb_prix
           END-READ
          END-PERFORM
          CLOSE frefunds
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_PAIEMENTS.
      *>Encaissements (contrôle : montants encaissés)
         MOVE "fpayments" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofpayments
         IF ofy_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT fpayments
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofpayments
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofy_montant
             MOVE ofy_num_utilisateur TO fy_num_utilisateur
             MOVE ofy_num_event TO fy_num_event
             MOVE ofy_num_place TO fy_num_place
             MOVE ofy_tribune TO fy_tribune
             MOVE ofy_rangee TO fy_rangee
             MOVE ofy_categorie TO fy_categorie
             MOVE ofy_date_paiement TO fy_date_paiement
             MOVE ofy_mode TO fy_mode
             MOVE ofy_operateur TO fy_operateur
             MOVE ofy_montant TO fy_montant
             MOVE 0 TO fy_regle
             MOVE 0 TO fy_date_regle
             MOVE 0 TO fy_annule
             WRITE paiementTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE ofpayments
          CLOSE fpayments
          OPEN INPUT fpayments
          MOVE LOW-VALUES TO fy_clef
          MOVE 0 TO Wfm_fin
          START fpayments KEY >= fy_clef
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ fpayments NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + fy_montant
           END-READ
          END-PERFORM
          CLOSE fpayments
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_BILLETS.
      *>Billets (contrôle : prix)
         MOVE "ftickets" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT oftickets
         IF ofk_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT ftickets
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ oftickets
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofk_prix
             MOVE ofk_num TO fk_num
             MOVE ofk_num_event TO fk_num_event
             MOVE ofk_num_utilisateur TO fk_num_utilisateur
             MOVE ofk_num_place TO fk_num_place
             MOVE ofk_tribune TO fk_tribune
             MOVE ofk_rangee TO fk_rangee
             MOVE ofk_categorie TO fk_categorie
             MOVE ofk_prix TO fk_prix
             MOVE ofk_etat TO fk_etat
             MOVE ofk_date_controle TO fk_date_controle
             MOVE ofk_heure_controle TO fk_heure_controle
             WRITE billetTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE oftickets
          CLOSE ftickets
          OPEN INPUT ftickets
          MOVE 0 TO fk_num
          MOVE 0 TO Wfm_fin
          START ftickets KEY >= fk_num
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ ftickets NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + fk_prix
           END-READ
          END-PERFORM
          CLOSE ftickets
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_COMPTEURS.
      *>Compteurs de disponibilité sur 5 chiffres (contrôle : places
      *>vendues)
         MOVE "fdispo" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofdispo
         IF ofd_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT fdispo
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofdispo
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofd_vendues
             MOVE ofd_num_event TO fd_num_event
             MOVE ofd_categorie TO fd_categorie
             MOVE ofd_capacite TO fd_capacite
             MOVE ofd_vendues TO fd_vendues
             MOVE ofd_options TO fd_options
             WRITE dispoTampon
              INVALID KEY
               COMPUTE Wfm_rejets = Wfm_rejets + 1
              NOT INVALID KEY
               COMPUTE Wfm_ecrits = Wfm_ecrits + 1
             END-WRITE
           END-READ
          END-PERFORM
          CLOSE ofdispo
          CLOSE fdispo
          OPEN INPUT fdispo
          MOVE LOW-VALUES TO fd_clef
          MOVE 0 TO Wfm_fin
          START fdispo KEY >= fd_clef
           INVALID KEY MOVE 1 TO Wfm_fin
          END-START
          PERFORM UNTIL Wfm_fin = 1
           READ fdispo NEXT RECORD
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + fd_vendues
           END-READ
          END-PERFORM
          CLOSE fdispo
          PERFORM BILAN_CONVERSION
         END-IF
         .


         CONVERSION_ARCHIVES_RESAS.
      *>Réservations archivées (contrôle : prix)
         MOVE "farchresas" TO Wfm_fichier
         PERFORM RAZ_CUMULS_CONVERSION
         OPEN INPUT ofarchresas
         IF ofar_stat = 35 THEN
          PERFORM SIGNALER_ANCIEN_ABSENT
         ELSE
          OPEN OUTPUT farchresas
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ ofarchresas
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_lus = Wfm_lus + 1
             COMPUTE Wfm_controle_avant = Wfm_controle_avant
              + ofar_prix
             MOVE ofar_num_utilisateur TO far_num_utilisateur
             MOVE ofar_num_event TO far_num_event
             MOVE ofar_num_place TO far_num_place
             MOVE ofar_tribune TO far_tribune
             MOVE ofar_rangee TO far_rangee
             MOVE ofar_categorie TO far_categorie
             MOVE ofar_age TO far_age
             MOVE ofar_prix TO far_prix
             MOVE ofar_remise_pct TO far_remise_pct
             MOVE ofar_code_promo TO far_code_promo
             MOVE ofar_date_creation TO far_date_creation
             MOVE "GUICHET" TO far_canal
             WRITE archResaTampon
             COMPUTE Wfm_ecrits = Wfm_ecrits + 1
           END-READ
          END-PERFORM
          CLOSE ofarchresas
          CLOSE farchresas
          OPEN INPUT farchresas
          MOVE 0 TO Wfm_fin
          PERFORM UNTIL Wfm_fin = 1
           READ farchresas
            AT END
             MOVE 1 TO Wfm_fin
            NOT AT END
             COMPUTE Wfm_relus = Wfm_relus + 1
             COMPUTE Wfm_controle_apres = Wfm_controle_apres
              + far_prix
           END-READ
          END-PERFORM
          CLOSE farchresas
          PERFORM BILAN_CONVERSION
         END-IF
         .


         SAUVEGARDE_FICHIERS.
      *>Déchargement de chacun des fichiers indexés dans son fichier de
      *>sauvegarde séquentiel, avec un compteur d'enregistrements par
      *>fichier mémorisé dans fsvgctl (avec la date et l'heure de la
      *>sauvegarde) pour le contrôle de complétude à la restauration.
      *>A passer chaque matin avant l'ouverture. La date et l'heure
      *>sont prises avant le premier fichier : le journal de reprise
      *>est rejoué à partir de cet instant.
         ACCEPT Wsv_date FROM DATE YYYYMMDD
         ACCEPT Wsv_heure FROM TIME
         MOVE "Sauvegarde des fichiers en cours..." TO Wligne_rapport
         PERFORM EMETTRE_LIGNE

         PERFORM EMETTRE_COMPTE_SAUVE

      *>Fichier de contrôle : date, heure et compteurs de la sauvegarde
         OPEN OUTPUT fsvgctl
         MOVE Wsv_ctl TO svgCtlTampon
         WRITE svgCtlTampon
         .


         REPRISE_JOURNAL.
      *>Rejeu du journal d'audit après une restauration (option 9f) :
      *>les lignes portant une image, postérieures à la date et l'heure
      *>de la sauvegarde (fsvgctl), sont réappliquées dans l'ordre aux
      *>fichiers restaurés, jusqu'à l'heure d'arrêt choisie ou jusqu'à
      *>la dernière restauration journalisée. Rapport des lignes
      *>rejouées, puis, par fichier, du compteur de la sauvegarde, des
      *>mouvements rejoués et du nombre d'enregistrements obtenu, à
      *>confronter à l'état d'avant l'incident
         OPEN INPUT fsvgctl
         IF fsc_stat = 35 THEN
          DISPLAY "Aucune sauvegarde disponible."
         ELSE
          READ fsvgctl
           AT END
            MOVE ZEROS TO Wsv_ctl
           NOT AT END
            MOVE svgCtlTampon TO Wsv_ctl
          END-READ
          CLOSE fsvgctl

      *>Les restaurations journalisées depuis la sauvegarde : le rejeu
      *>s'arrête à la dernière, qui a remis les fichiers en l'état
          MOVE 0 TO Wrj_nb_restaure
          OPEN INPUT fjournal
          IF fj_stat = 35 THEN
           DISPLAY "Journal vide - rien à rejouer."
          ELSE
           MOVE 0 TO Wrj_fin
           PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
            READ fjournal NEXT RECORD
             AT END
              MOVE 1 TO Wrj_fin
             NOT AT END
              IF fj_operation = "RESTAURE"
               AND (fj_date > Wsv_date
                OR (fj_date = Wsv_date AND fj_heure > Wsv_heure)) THEN
               COMPUTE Wrj_nb_restaure = Wrj_nb_restaure + 1
              END-IF
            END-READ
           END-PERFORM
           CLOSE fjournal
          END-IF

          IF Wrj_nb_restaure = 0 THEN
           DISPLAY "Aucune restauration depuis la sauvegarde du "
            Wsv_date " à " Wsv_heure " - rien à rejouer."
          ELSE
           DISPLAY "Sauvegarde du " Wsv_date " à " Wsv_heure
           DISPLAY "Date d'arrêt du rejeu AAAAMMJJ"
            " (0 = tout le journal) : "
           MOVE 0 TO Wrj_date_arret
           ACCEPT Wrj_date_arret
           MOVE 99999999 TO Wrj_heure_arret
           IF Wrj_date_arret > 0 THEN
            DISPLAY "Heure d'arrêt HHMMSSCC (0 = fin de journée) : "
            MOVE 0 TO Wrj_heure_arret
            ACCEPT Wrj_heure_arret
            IF Wrj_heure_arret = 0 THEN
             MOVE 99999999 TO Wrj_heure_arret
            END-IF
           END-IF
           DISPLAY "ATTENTION : les fichiers restaurés vont être mis à"
            " jour par le journal. Confirmer ? 1 ou 0"
           ACCEPT Wrep
           IF Wrep = 1 THEN
            PERFORM REJOUER_JOURNAL
           END-IF
          END-IF
         END-IF
         .


         REJOUER_JOURNAL.
      *>Rejeu proprement dit, jusqu'à Wrj_date_arret / Wrj_heure_arret
         PERFORM VARYING Wrj_i FROM 1 BY 1 UNTIL Wrj_i > 14
          MOVE 0 TO Wrj_ecrits(Wrj_i)
          MOVE 0 TO Wrj_reecrits(Wrj_i)
          MOVE 0 TO Wrj_supprimes(Wrj_i)
          MOVE 0 TO Wrj_absents(Wrj_i)
          MOVE 0 TO Wrj_compte(Wrj_i)
         END-PERFORM
         MOVE "futilisateurs" TO Wrj_fichier(1)
         MOVE Wsv_nb_users TO Wrj_sauve(1)
         MOVE "fstades" TO Wrj_fichier(2)
         MOVE Wsv_nb_stades TO Wrj_sauve(2)
         MOVE "fplaces" TO Wrj_fichier(3)
         MOVE Wsv_nb_places TO Wrj_sauve(3)
         MOVE "fevenements" TO Wrj_fichier(4)
         MOVE Wsv_nb_events TO Wrj_sauve(4)
         MOVE "freservations" TO Wrj_fichier(5)
         MOVE Wsv_nb_resas TO Wrj_sauve(5)
         MOVE "fwaitlist" TO Wrj_fichier(6)
         MOVE Wsv_nb_wait TO Wrj_sauve(6)
         MOVE "fpromotions" TO Wrj_fichier(7)
         MOVE Wsv_nb_promos TO Wrj_sauve(7)
         MOVE "fpayments" TO Wrj_fichier(8)
         MOVE Wsv_nb_paiements TO Wrj_sauve(8)
         MOVE "ftickets" TO Wrj_fichier(9)
         MOVE Wsv_nb_billets TO Wrj_sauve(9)
         MOVE "fcategories" TO Wrj_fichier(10)
         MOVE Wsv_nb_categs TO Wrj_sauve(10)
         MOVE "foptions" TO Wrj_fichier(11)
         MOVE Wsv_nb_options TO Wrj_sauve(11)
         MOVE "foperateurs" TO Wrj_fichier(12)
         MOVE Wsv_nb_operateurs TO Wrj_sauve(12)
         MOVE "ftarifs" TO Wrj_fichier(13)
         MOVE Wsv_nb_tarifs TO Wrj_sauve(13)
         MOVE "fvacations" TO Wrj_fichier(14)
         MOVE Wsv_nb_vacations TO Wrj_sauve(14)
         MOVE 0 TO Wrj_lus
         MOVE 0 TO Wrj_rejoues
         MOVE 0 TO Wrj_anomalies
         MOVE 0 TO Wrj_restaure_vu
         MOVE 0 TO Wrj_der_date
         MOVE 0 TO Wrj_der_heure
         MOVE "fin du journal" TO Wrj_motif

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "|  REPRISE DU JOURNAL - sauvegarde du " DELIMITED BY SIZE
          Wsv_date DELIMITED BY SIZE
          " " DELIMITED BY SIZE
          Wsv_heure DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE

         OPEN I-O futilisateurs
         OPEN I-O fstades
         OPEN I-O fplaces
         OPEN I-O fevenements
         OPEN I-O freservations
         OPEN I-O fwaitlist
         OPEN I-O fpromotions
         OPEN I-O fpayments
         OPEN I-O ftickets
         OPEN I-O fcategories
         OPEN I-O foptions
         OPEN I-O foperateurs
         OPEN I-O ftarifs
         OPEN I-O fvacations
         OPEN INPUT fjournal
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fjournal NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_lus = Wrj_lus + 1
            IF fj_date > Wsv_date
             OR (fj_date = Wsv_date AND fj_heure > Wsv_heure) THEN
             IF fj_date > Wrj_date_arret AND Wrj_date_arret > 0
              OR (fj_date = Wrj_date_arret
               AND fj_heure > Wrj_heure_arret) THEN
              MOVE 1 TO Wrj_fin
              MOVE "heure d'arrêt atteinte" TO Wrj_motif
             ELSE
              IF fj_operation = "RESTAURE" THEN
               COMPUTE Wrj_restaure_vu = Wrj_restaure_vu + 1
               IF Wrj_restaure_vu = Wrj_nb_restaure THEN
                MOVE 1 TO Wrj_fin
                MOVE "restauration des fichiers" TO Wrj_motif
               ELSE
                MOVE SPACES TO Wligne_rapport
                STRING "  " DELIMITED BY SIZE
                 fj_date DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 fj_heure DELIMITED BY SIZE
                 " restauration antérieure - rejeu poursuivi"
                 DELIMITED BY SIZE
                 INTO Wligne_rapport
                PERFORM EMETTRE_LIGNE
               END-IF
              ELSE
               IF fj_action = "E" OR fj_action = "S" THEN
                PERFORM REJOUER_LIGNE_JOURNAL
               END-IF
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
         CLOSE fjournal
         CLOSE futilisateurs
         CLOSE fstades
         CLOSE fplaces
         CLOSE fevenements
         CLOSE freservations
         CLOSE fwaitlist
         CLOSE fpromotions
         CLOSE fpayments
         CLOSE ftickets
         CLOSE fcategories
         CLOSE foptions
         CLOSE foperateurs
         CLOSE ftarifs
         CLOSE fvacations

         PERFORM COMPTER_FICHIERS_REPRISE

         MOVE "-------------------------------------------"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Arrêt : " DELIMITED BY SIZE
          Wrj_motif DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Dernière ligne rejouée : " DELIMITED BY SIZE
          Wrj_der_date DELIMITED BY SIZE
          "-" DELIMITED BY SIZE
          Wrj_der_heure DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE SPACES TO Wligne_rapport
         STRING "  Lignes lues " DELIMITED BY SIZE
          Wrj_lus DELIMITED BY SIZE
          " rejouées " DELIMITED BY SIZE
          Wrj_rejoues DELIMITED BY SIZE
          " anomalies " DELIMITED BY SIZE
          Wrj_anomalies DELIMITED BY SIZE
          INTO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "  Fichier         sauvé  écrits réécrits suppr. absents"
          TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         MOVE "                  après rejeu" TO Wligne_rapport
         PERFORM EMETTRE_LIGNE
         PERFORM VARYING Wrj_i FROM 1 BY 1 UNTIL Wrj_i > 14
          MOVE SPACES TO Wligne_rapport
          STRING "  " DELIMITED BY SIZE
           Wrj_fichier(Wrj_i) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Wrj_sauve(Wrj_i) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Wrj_ecrits(Wrj_i) DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           Wrj_reecrits(Wrj_i) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Wrj_supprimes(Wrj_i) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Wrj_absents(Wrj_i) DELIMITED BY SIZE
           "  -> " DELIMITED BY SIZE
           Wrj_compte(Wrj_i) DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-PERFORM

         MOVE "fjournal" TO Wj_fichier
         MOVE "REPRISE" TO Wj_operation
         MOVE "N" TO Wj_action
         MOVE Wrj_rejoues TO Wj_clef
         PERFORM JOURNALISER

      *>Les compteurs de disponibilité, vidés par la restauration, sont
      *>recalculés sur les fichiers remis à jour
         PERFORM RECONSTRUIRE_COMPTEURS
         .


         REJOUER_LIGNE_JOURNAL.
      *>Réapplique la ligne de journal courante au fichier qu'elle
      *>concerne : une écriture est créée, ou remplace l'enregistrement
      *>de même clef ; une suppression retire l'enregistrement s'il est
      *>présent (ABSENT sinon). Les fichiers hors sauvegarde sont ignorés
         MOVE 0 TO Wrj_i
         MOVE SPACES TO Wrj_resultat
         EVALUATE fj_fichier
          WHEN "futilisateurs"
           MOVE 1 TO Wrj_i
           MOVE fj_image TO userTampon
           IF fj_action = "E" THEN
            WRITE userTampon
             INVALID KEY
              REWRITE userTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE futilisateurs
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fstades"
           MOVE 2 TO Wrj_i
           MOVE fj_image TO stadeTampon
           IF fj_action = "E" THEN
            WRITE stadeTampon
             INVALID KEY
              REWRITE stadeTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fstades
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fplaces"
           MOVE 3 TO Wrj_i
           MOVE fj_image TO placeTampon
           IF fj_action = "E" THEN
            WRITE placeTampon
             INVALID KEY
              REWRITE placeTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fplaces
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fevenements"
           MOVE 4 TO Wrj_i
           MOVE fj_image TO evtsTampon
           IF fj_action = "E" THEN
            WRITE evtsTampon
             INVALID KEY
              REWRITE evtsTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fevenements
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "freservations"
           MOVE 5 TO Wrj_i
           MOVE fj_image TO reservTampon
           IF fj_action = "E" THEN
            WRITE reservTampon
             INVALID KEY
              REWRITE reservTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE freservations
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fwaitlist"
           MOVE 6 TO Wrj_i
           MOVE fj_image TO waitlistTampon
           IF fj_action = "E" THEN
            WRITE waitlistTampon
             INVALID KEY
              REWRITE waitlistTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fwaitlist
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fpromotions"
           MOVE 7 TO Wrj_i
           MOVE fj_image TO promoTampon
           IF fj_action = "E" THEN
            WRITE promoTampon
             INVALID KEY
              REWRITE promoTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fpromotions
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fpayments"
           MOVE 8 TO Wrj_i
           MOVE fj_image TO paiementTampon
           IF fj_action = "E" THEN
            WRITE paiementTampon
             INVALID KEY
              REWRITE paiementTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fpayments
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "ftickets"
           MOVE 9 TO Wrj_i
           MOVE fj_image TO billetTampon
           IF fj_action = "E" THEN
            WRITE billetTampon
             INVALID KEY
              REWRITE billetTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE ftickets
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fcategories"
           MOVE 10 TO Wrj_i
           MOVE fj_image TO categTampon
           IF fj_action = "E" THEN
            WRITE categTampon
             INVALID KEY
              REWRITE categTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fcategories
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "foptions"
           MOVE 11 TO Wrj_i
           MOVE fj_image TO optionTampon
           IF fj_action = "E" THEN
            WRITE optionTampon
             INVALID KEY
              REWRITE optionTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE foptions
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "foperateurs"
           MOVE 12 TO Wrj_i
           MOVE fj_image TO operTampon
           IF fj_action = "E" THEN
            WRITE operTampon
             INVALID KEY
              REWRITE operTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE foperateurs
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "ftarifs"
           MOVE 13 TO Wrj_i
           MOVE fj_image TO tarifTampon
           IF fj_action = "E" THEN
            WRITE tarifTampon
             INVALID KEY
              REWRITE tarifTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE ftarifs
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN "fvacations"
           MOVE 14 TO Wrj_i
           MOVE fj_image TO vacationTampon
           IF fj_action = "E" THEN
            WRITE vacationTampon
             INVALID KEY
              REWRITE vacationTampon
               INVALID KEY MOVE "ERREUR" TO Wrj_resultat
               NOT INVALID KEY MOVE "REECRIT" TO Wrj_resultat
              END-REWRITE
             NOT INVALID KEY MOVE "ECRIT" TO Wrj_resultat
            END-WRITE
           ELSE
            DELETE fvacations
             INVALID KEY MOVE "ABSENT" TO Wrj_resultat
             NOT INVALID KEY MOVE "SUPPRIME" TO Wrj_resultat
            END-DELETE
           END-IF
          WHEN OTHER
           CONTINUE
         END-EVALUATE
         IF Wrj_i > 0 THEN
          COMPUTE Wrj_rejoues = Wrj_rejoues + 1
          MOVE fj_date TO Wrj_der_date
          MOVE fj_heure TO Wrj_der_heure
          EVALUATE Wrj_resultat
           WHEN "ECRIT"
            COMPUTE Wrj_ecrits(Wrj_i) = Wrj_ecrits(Wrj_i) + 1
           WHEN "REECRIT"
            COMPUTE Wrj_reecrits(Wrj_i) = Wrj_reecrits(Wrj_i) + 1
           WHEN "SUPPRIME"
            COMPUTE Wrj_supprimes(Wrj_i) = Wrj_supprimes(Wrj_i) + 1
           WHEN "ABSENT"
            COMPUTE Wrj_absents(Wrj_i) = Wrj_absents(Wrj_i) + 1
            COMPUTE Wrj_anomalies = Wrj_anomalies + 1
           WHEN OTHER
            COMPUTE Wrj_anomalies = Wrj_anomalies + 1
          END-EVALUATE
          MOVE SPACES TO Wligne_rapport
          STRING "  " DELIMITED BY SIZE
           fj_date DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           fj_heure DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fj_operateur DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fj_fichier DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           fj_operation DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           Wrj_resultat DELIMITED BY SIZE
           " clef=" DELIMITED BY SIZE
           fj_clef DELIMITED BY SIZE
           INTO Wligne_rapport
          PERFORM EMETTRE_LIGNE
         END-IF
         .


         COMPTER_FICHIERS_REPRISE.
      *>Nombre d'enregistrements de chacun des fichiers après le rejeu
         OPEN INPUT futilisateurs
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ futilisateurs NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(1) = Wrj_compte(1) + 1
          END-READ
         END-PERFORM
         CLOSE futilisateurs
         OPEN INPUT fstades
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fstades NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(2) = Wrj_compte(2) + 1
          END-READ
         END-PERFORM
         CLOSE fstades
         OPEN INPUT fplaces
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fplaces NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(3) = Wrj_compte(3) + 1
          END-READ
         END-PERFORM
         CLOSE fplaces
         OPEN INPUT fevenements
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fevenements NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(4) = Wrj_compte(4) + 1
          END-READ
         END-PERFORM
         CLOSE fevenements
         OPEN INPUT freservations
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ freservations NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(5) = Wrj_compte(5) + 1
          END-READ
         END-PERFORM
         CLOSE freservations
         OPEN INPUT fwaitlist
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fwaitlist NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(6) = Wrj_compte(6) + 1
          END-READ
         END-PERFORM
         CLOSE fwaitlist
         OPEN INPUT fpromotions
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fpromotions NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(7) = Wrj_compte(7) + 1
          END-READ
         END-PERFORM
         CLOSE fpromotions
         OPEN INPUT fpayments
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fpayments NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(8) = Wrj_compte(8) + 1
          END-READ
         END-PERFORM
         CLOSE fpayments
         OPEN INPUT ftickets
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ ftickets NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(9) = Wrj_compte(9) + 1
          END-READ
         END-PERFORM
         CLOSE ftickets
         OPEN INPUT fcategories
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fcategories NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(10) = Wrj_compte(10) + 1
          END-READ
         END-PERFORM
         CLOSE fcategories
         OPEN INPUT foptions
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ foptions NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(11) = Wrj_compte(11) + 1
          END-READ
         END-PERFORM
         CLOSE foptions
         OPEN INPUT foperateurs
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ foperateurs NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(12) = Wrj_compte(12) + 1
          END-READ
         END-PERFORM
         CLOSE foperateurs
         OPEN INPUT ftarifs
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ ftarifs NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(13) = Wrj_compte(13) + 1
          END-READ
         END-PERFORM
         CLOSE ftarifs
         OPEN INPUT fvacations
         MOVE 0 TO Wrj_fin
         PERFORM WITH TEST AFTER UNTIL Wrj_fin = 1
          READ fvacations NEXT RECORD
           AT END
            MOVE 1 TO Wrj_fin
           NOT AT END
            COMPUTE Wrj_compte(14) = Wrj_compte(14) + 1
          END-READ
         END-PERFORM
         CLOSE fvacations
         .


         CONTROLER_COMPTE_RESTAURE.
      *>Confronte le nombre d'enregistrements rechargés (Wsv_relus) au
      *>compteur mémorisé à la sauvegarde (Wsv_attendu) pour le fichier
         JOURNALISER.
      *>Ajoute une ligne au journal d'audit pour l'opération en cours
      *>(Wj_fichier / Wj_operation / Wj_clef déjà renseignés par l'appelant)
      *>avec l'image de l'enregistrement écrit, réécrit ou supprimé, prise
      *>dans la zone d'enregistrement du fichier concerné
         MOVE Wj_fichier TO fj_fichier
         MOVE Wj_operation TO fj_operation
         MOVE Wj_clef TO fj_clef
         MOVE Wjournal_operateur TO fj_operateur
         ACCEPT fj_date FROM DATE YYYYMMDD
         ACCEPT fj_heure FROM TIME
         MOVE SPACES TO fj_image
         EVALUATE Wj_action
          WHEN SPACE
           IF Wj_operation = "SUPPR" THEN
            MOVE "S" TO fj_action
           ELSE
            MOVE "E" TO fj_action
           END-IF
          WHEN "N"
           MOVE SPACE TO fj_action
          WHEN OTHER
           MOVE Wj_action TO fj_action
         END-EVALUATE
         IF fj_action NOT = SPACE THEN
          EVALUATE Wj_fichier
           WHEN "futilisateurs"
            MOVE userTampon TO fj_image
           WHEN "fstades"
            MOVE stadeTampon TO fj_image
           WHEN "fplaces"
            MOVE placeTampon TO fj_image
           WHEN "fevenements"
            MOVE evtsTampon TO fj_image
           WHEN "freservations"
            MOVE reservTampon TO fj_image
           WHEN "fwaitlist"
            MOVE waitlistTampon TO fj_image
           WHEN "fpromotions"
            MOVE promoTampon TO fj_image
           WHEN "fpayments"
            MOVE paiementTampon TO fj_image
           WHEN "ftickets"
            MOVE billetTampon TO fj_image
           WHEN "fcategories"
            MOVE categTampon TO fj_image
           WHEN "foptions"
            MOVE optionTampon TO fj_image
           WHEN "foperateurs"
            MOVE operTampon TO fj_image
           WHEN "ftarifs"
            MOVE tarifTampon TO fj_image
           WHEN "fvacations"
            MOVE vacationTampon TO fj_image
           WHEN "fbons"
            MOVE bonTampon TO fj_image
           WHEN "ffactures"
            MOVE factureTampon TO fj_image
           WHEN "frevente"
            MOVE reventeTampon TO fj_image
           WHEN "fnotifs"
            MOVE notifTampon TO fj_image
           WHEN "fcanaux"
            MOVE canalTampon TO fj_image
           WHEN "fcontrats"
            MOVE contratTampon TO fj_image
           WHEN "fdecomptes"
            MOVE decompteTampon TO fj_image
           WHEN OTHER
            MOVE SPACE TO fj_action
          END-EVALUATE
         END-IF
         MOVE SPACE TO Wj_action
         OPEN EXTEND fjournal
         WRITE journalTampon
         CLOSE fjournal
      *>le prix payé (fr_prix) sont conservés à l'identique, seul
      *>fr_num_utilisateur change. Le numéro utilisateur faisant partie de
      *>la clef primaire, on procède par suppression puis réécriture.
      *>Une place en revente est retirée de la bourse.
         OPEN I-O freservations
         OPEN INPUT futilisateurs
         DISPLAY "Numéro de l'utilisateur actuel : "
         DISPLAY "Catégorie : "
         ACCEPT fr_categorie

         MOVE 0 TO Wt_transfere
      *>Une place attribuée en revente ne change pas de main tant que
      *>l'acheteur ne l'a pas réglée ; une mise en revente liée reste
      *>verrouillée pendant le transfert
         PERFORM RECHERCHER_REVENTE_RESA
         PERFORM PRENDRE_REVENTE_LIEE
         IF Wrv_lien = 4 OR Wrv_lien = 9 THEN
          IF Wrv_lien = 9 THEN
           DISPLAY "Place en revente en cours de traitement à un autre"
            " guichet, réessayez."
          ELSE
           DISPLAY "Place attribuée en revente et non encore réglée :"
            " transfert impossible."
          END-IF
         ELSE
          READ freservations WITH LOCK
           INVALID KEY
            DISPLAY "Réservation inéxistante."
           NOT INVALID KEY
            DISPLAY "Nouveau numéro d'utilisateur : "
            ACCEPT Wt_nouvel_user
            MOVE 0 TO Wt_user_ok
            MOVE Wt_nouvel_user TO fu_num
            READ futilisateurs
             INVALID KEY
              DISPLAY "Nouvel utilisateur inéxistant."
             NOT INVALID KEY
              MOVE 1 TO Wt_user_ok
            END-READ

            IF Wt_user_ok = 1 THEN
             MOVE fr_num_utilisateur TO Wt_ancien_user
             MOVE fr_prix TO Wt_prix_sauve
             MOVE fr_age TO Wt_age_sauve
             MOVE fr_remise_pct TO Wt_remise_sauve
             MOVE fr_code_promo TO Wt_promo_sauve
             MOVE fr_date_creation TO Wt_date_sauve
             MOVE fr_canal TO Wt_canal_sauve

       *>On vérifie d'abord que la place est libre pour le nouvel
       *>utilisateur avant de toucher à l'enregistrement existant.
             MOVE 1 TO Wt_cible_libre
             MOVE Wt_nouvel_user TO fr_num_utilisateur
             READ freservations
              INVALID KEY
               MOVE 1 TO Wt_cible_libre
              NOT INVALID KEY
               MOVE 0 TO Wt_cible_libre
             END-READ
             MOVE Wt_ancien_user TO fr_num_utilisateur

             IF Wt_cible_libre = 0 THEN
              DISPLAY "Cet utilisateur possède déjà une réservation pour cette place."
             ELSE
              DELETE freservations
               INVALID KEY
                DISPLAY 'Problème lors du transfert'
               NOT INVALID KEY
                MOVE "freservations" TO Wj_fichier
                MOVE "TRANSFERT" TO Wj_operation
                MOVE "S" TO Wj_action
                MOVE fr_clef TO Wj_clef
                PERFORM JOURNALISER
                MOVE Wt_nouvel_user TO fr_num_utilisateur
                MOVE Wt_prix_sauve TO fr_prix
                MOVE Wt_age_sauve TO fr_age
                MOVE Wt_remise_sauve TO fr_remise_pct
                MOVE Wt_promo_sauve TO fr_code_promo
                MOVE Wt_date_sauve TO fr_date_creation
                MOVE Wt_canal_sauve TO fr_canal
                WRITE reservTampon
                 INVALID KEY
                  DISPLAY 'Problème lors du transfert - restauration de la réservation initiale'
                  MOVE Wt_ancien_user TO fr_num_utilisateur
                  WRITE reservTampon
                   INVALID KEY
                    DISPLAY 'Échec de la restauration - réservation perdue, contacter le support'
                   NOT INVALID KEY
                    MOVE "freservations" TO Wj_fichier
                    MOVE "TRANSFERT" TO Wj_operation
                    MOVE fr_clef TO Wj_clef
                    PERFORM JOURNALISER
                    DISPLAY 'Réservation initiale restaurée'
                  END-WRITE
                 NOT INVALID KEY
                  DISPLAY 'Réservation transférée avec succès'
                  MOVE 1 TO Wt_transfere
                  MOVE "freservations" TO Wj_fichier
                  MOVE "TRANSFERT" TO Wj_operation
                  MOVE fr_clef TO Wj_clef
                  PERFORM JOURNALISER
                  IF Wrv_lien = 1 THEN
                   PERFORM RETIRER_REVENTE_RESA
                  END-IF
                  PERFORM TRANSFERER_BILLET_RESA
                  PERFORM TRANSFERER_PAIEMENTS_RESA
                END-WRITE
              END-DELETE
             END-IF
            END-IF
          END-READ
         END-IF
         PERFORM LIBERER_REVENTE_LIEE
         IF fr_stat = 51 THEN
          MOVE "freserv" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
          DISPLAY "Réservation en cours de traitement à un autre"
           " guichet, réessayez."
         END-IF

         CLOSE futilisateurs
      *>Une réservation facturée change de client : la facture de
      *>l'ancien titulaire est annulée par un avoir et le nouveau
      *>titulaire reçoit la sienne
         IF Wt_transfere = 1 THEN
          MOVE fr_clef TO Wfa_clef_resa
          MOVE Wt_ancien_user TO Wfa_cr_utilisateur
          PERFORM EMETTRE_AVOIR
          IF Wfa_avoir_emis = 1 THEN
           PERFORM EMETTRE_FACTURE
          END-IF
         END-IF
         CLOSE freservations
         .

      *>encaissements suivent la nouvelle clef comme lors d'un
      *>transfert, seul le différentiel reste à encaisser (le
      *>trop-perçu part en remboursement frefunds) et le billet est
      *>réémis sur la nouvelle place ; une place en revente est retirée
      *>de la bourse
         OPEN I-O freservations
         OPEN INPUT fevenements
         OPEN INPUT fplaces
         DISPLAY "Catégorie : "
         ACCEPT fr_categorie

         MOVE 0 TO Wee_echange
      *>Une place attribuée en revente ne s'échange pas tant que
      *>l'acheteur ne l'a pas réglée ; une mise en revente liée reste
      *>verrouillée pendant l'échange
         PERFORM RECHERCHER_REVENTE_RESA
         PERFORM PRENDRE_REVENTE_LIEE
         IF Wrv_lien = 4 OR Wrv_lien = 9 THEN
          IF Wrv_lien = 9 THEN
           DISPLAY "Place en revente en cours de traitement à un autre"
            " guichet, réessayez."
          ELSE
           DISPLAY "Place attribuée en revente et non encore réglée :"
            " échange impossible."
          END-IF
         ELSE
          READ freservations WITH LOCK
           INVALID KEY
            DISPLAY "Réservation inéxistante."
           NOT INVALID KEY
            MOVE fr_num_utilisateur TO Wee_utilisateur
            MOVE fr_num_event TO Wee_event_ancien
            MOVE fr_categorie TO Wee_categ_ancienne
            MOVE fr_num_place TO Wee_place
            MOVE fr_tribune TO Wee_tribune
            MOVE fr_rangee TO Wee_rangee
            MOVE fr_age TO Wee_age
            MOVE fr_prix TO Wee_prix_ancien
            MOVE fr_remise_pct TO Wee_remise
            MOVE fr_code_promo TO Wee_promo
            MOVE fr_date_creation TO Wee_date_crea
            MOVE fr_canal TO Wee_canal
            MOVE fr_clef TO Wee_clef_resa

            DISPLAY "Nouvel évènement (0 = inchangé) : "
            ACCEPT Wee_event_cible
            IF Wee_event_cible = 0 THEN
             MOVE Wee_event_ancien TO Wee_event_cible
            END-IF
            DISPLAY "Nouvelle catégorie (vide = inchangée) : "
            MOVE SPACES TO Wee_categ_cible
            ACCEPT Wee_categ_cible
            IF Wee_categ_cible = SPACES THEN
             MOVE Wee_categ_ancienne TO Wee_categ_cible
            END-IF

            IF Wee_event_cible = Wee_event_ancien
             AND Wee_categ_cible = Wee_categ_ancienne THEN
             DISPLAY "Ni l'évènement ni la catégorie ne changent."
            ELSE
             MOVE Wee_event_cible TO fe_num
             READ fevenements
              INVALID KEY
               DISPLAY "Evènement cible inéxistant."
              NOT INVALID KEY
               MOVE fe_prix_base TO prix_base
               MOVE Wee_categ_cible TO num_categ

       *>Quota de la catégorie et contingents sous option de la cible
               MOVE 1 TO Wcg_demande
               PERFORM VERIFIER_QUOTA_CATEGORIE
               PERFORM COMPTER_OPTIONS_ACTIVES
               PERFORM VERIFIER_DISPONIBILITE
               IF Wd_compteur_ok = 1 THEN
                IF Wd_libres < 0 THEN
                 MOVE 0 TO Wo_places_libres
                ELSE
                 MOVE Wd_libres TO Wo_places_libres
                END-IF
               ELSE
                PERFORM COMPTER_PLACES_LIBRES
               END-IF

               IF Wcg_quota_ok = 0 THEN
                DISPLAY "Quota de vente de la catégorie atteint"
                 " pour cet évènement"
               ELSE
                IF Wo_places_libres <= Wo_bloquees THEN
                 DISPLAY "Pas de place libre hors contingents sous"
                  " option dans la catégorie cible."
                ELSE
       *>Première place libre de la catégorie cible
                 MOVE 0 TO Wee_trouve
                 MOVE fe_num_stade TO fp_num_stade
                 START fplaces KEY = fp_num_stade
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   MOVE 0 TO Wee_fin
                   PERFORM WITH TEST AFTER UNTIL Wee_fin = 1
                    OR Wee_trouve = 1
                    READ fplaces NEXT RECORD
                     AT END
                      MOVE 1 TO Wee_fin
                     NOT AT END
                      IF fp_num_stade NOT = fe_num_stade THEN
                       MOVE 1 TO Wee_fin
                      ELSE
                       IF fp_categorie = num_categ
                        AND fp_attribut NOT = "F"
                        AND fp_attribut NOT = "A" THEN
                        PERFORM VERIFIER_OCCUPATION_PLACE
                        IF Wm_occupe = 0 THEN
                         MOVE fp_num TO Wee_new_place
                         MOVE fp_tribune TO Wee_new_tribune
                         MOVE fp_rangee TO Wee_new_rangee
                         MOVE 1 TO Wee_trouve
                        END-IF
                       END-IF
                      END-IF
                    END-READ
                   END-PERFORM
                 END-START

                 IF Wee_trouve = 0 THEN
                  DISPLAY "Pas de place disponible en catégorie "
                   num_categ " pour cet évènement."
                 ELSE
       *>Nouveau prix au barème, avec les remises d'origine conservées
                  PERFORM DETERMINER_TARIFSUPL
                  MOVE Wee_age TO fr_age
                  COMPUTE Wee_prix_nouveau = TARIFSUPL + prix_base
                  PERFORM RECHERCHER_TARIF_AGE
                  IF Wtf_age_trouve = 1 THEN
                   COMPUTE Wee_prix_nouveau
                    = Wee_prix_nouveau * Wtf_age_pct / 100
                  ELSE
                   IF Wee_age < 18 THEN
                    COMPUTE Wee_prix_nouveau = Wee_prix_nouveau * 0.5
                   END-IF
                   IF Wee_age > 59 THEN
                    COMPUTE Wee_prix_nouveau = 0.3 * Wee_prix_nouveau
                   END-IF
                  END-IF
                  PERFORM RECHERCHER_TARIF_DATE
                  IF Wtf_date_trouve = 1 THEN
                   COMPUTE Wee_prix_nouveau = Wee_prix_nouveau
                    * (1 - (Wtf_date_pct / 100))
                  END-IF
                  IF Wee_remise > 0 THEN
                   COMPUTE Wee_prix_nouveau = Wee_prix_nouveau
                    * (1 - (Wee_remise / 100))
                  END-IF
                  DISPLAY "Ancien prix : " Wee_prix_ancien
                   " - Nouveau prix : " Wee_prix_nouveau

       *>Réécriture de la réservation sous la nouvelle clef ; l'ancien
       *>billet est annulé tant que l'ancienne clef est encore posée.
       *>Le numéro d'utilisateur est reposé lui aussi : les contrôles de
       *>quota/disponibilité et la recherche de place ont relu d'autres
       *>réservations dans reservTampon et l'ont donc écrasé
                  MOVE Wee_utilisateur TO fr_num_utilisateur
                  MOVE Wee_event_ancien TO fr_num_event
                  MOVE Wee_place TO fr_num_place
                  MOVE Wee_tribune TO fr_tribune
                  MOVE Wee_rangee TO fr_rangee
                  MOVE Wee_categ_ancienne TO fr_categorie
                  READ freservations
                   INVALID KEY
                    DISPLAY "Réservation disparue pendant l'échange."
                   NOT INVALID KEY
                    IF Wrv_lien = 1 THEN
                     PERFORM RETIRER_REVENTE_RESA
                    END-IF
                    PERFORM ANNULER_BILLET_RESA
                    DELETE freservations
                     INVALID KEY
                      DISPLAY 'Problème lors de l''échange'
                     NOT INVALID KEY
                      MOVE "freservations" TO Wj_fichier
                      MOVE "ECHANGE" TO Wj_operation
                      MOVE "S" TO Wj_action
                      MOVE fr_clef TO Wj_clef
                      PERFORM JOURNALISER
                      MOVE Wee_event_cible TO fr_num_event
                      MOVE Wee_new_place TO fr_num_place
                      MOVE Wee_new_tribune TO fr_tribune
                      MOVE Wee_new_rangee TO fr_rangee
                      MOVE Wee_categ_cible TO fr_categorie
                      MOVE Wee_age TO fr_age
                      MOVE Wee_prix_nouveau TO fr_prix
                      MOVE Wee_remise TO fr_remise_pct
                      MOVE Wee_promo TO fr_code_promo
                      MOVE Wee_date_crea TO fr_date_creation
                      MOVE Wee_canal TO fr_canal
       *>La nouvelle place s'écrit sous le verrou de vente du
       *>contingent cible et est recontrôlée sous verrou ; si elle est
       *>prise entre-temps, la réservation initiale est restaurée
                      MOVE 0 TO Wee_place_ok
                      PERFORM PRENDRE_VERROU_VENTE
                      IF Wlk_etat NOT = 0 THEN
                       MOVE "fdispo" TO Wlk_fichier
                       PERFORM SIGNALER_CONFLIT_VERROU
                       DISPLAY "Place en cours de vente à un autre"
                        " guichet."
                      ELSE
                       PERFORM CONTROLER_PLACE_SOUS_VERROU
                       IF Wlk_place_prise = 1 THEN
                        MOVE "freserv" TO Wlk_fichier
                        PERFORM SIGNALER_CONFLIT_VERROU
                        DISPLAY "Place vendue entre-temps à un autre"
                         " guichet."
                       ELSE
                        WRITE reservTampon
                         INVALID KEY
                          DISPLAY 'Problème lors de l''échange'
                         NOT INVALID KEY
                          MOVE 1 TO Wee_place_ok
                          DISPLAY 'Réservation échangée avec succès'
                          MOVE 1 TO Wee_echange
                          MOVE "freservations" TO Wj_fichier
                          MOVE "ECHANGE" TO Wj_operation
                          MOVE fr_clef TO Wj_clef
                          PERFORM JOURNALISER
                          MOVE Wee_event_cible TO Wd_event
                          MOVE Wee_categ_cible TO Wd_categorie
                          MOVE 1 TO Wd_delta_vendues
                          MOVE 0 TO Wd_delta_options
                          PERFORM MAJ_COMPTEUR_DISPO
                        END-WRITE
                       END-IF
                       PERFORM LIBERER_VERROU_VENTE
                      END-IF

                      IF Wee_place_ok = 0 THEN
                       DISPLAY 'Restauration de la réservation'
                        ' initiale'
                       MOVE Wee_event_ancien TO fr_num_event
                       MOVE Wee_place TO fr_num_place
                       MOVE Wee_tribune TO fr_tribune
                         DISPLAY 'Échec de la restauration -'
                          ' réservation perdue, contacter le support'
                        NOT INVALID KEY
                         MOVE "freservations" TO Wj_fichier
                         MOVE "ECHANGE" TO Wj_operation
                         MOVE fr_clef TO Wj_clef
                         PERFORM JOURNALISER
                         DISPLAY 'Réservation initiale restaurée'
       *>L'ancien billet ayant été annulé, un billet est réémis
                         MOVE Wee_event_ancien TO fe_num
                         READ fevenements
                          INVALID KEY
                           CONTINUE
                          NOT INVALID KEY
                           PERFORM EMETTRE_BILLET
                         END-READ
                       END-WRITE
                      ELSE
       *>Le compteur de l'ancien contingent suit
                       MOVE Wee_event_ancien TO Wd_event
                       MOVE Wee_categ_ancienne TO Wd_categorie
                       MOVE -1 TO Wd_delta_vendues
                       MOVE 0 TO Wd_delta_options
                       PERFORM MAJ_COMPTEUR_DISPO
                       PERFORM ECHANGER_PAIEMENTS_RESA
                       PERFORM EMETTRE_BILLET
                       IF Wee_total_paie < Wee_prix_nouveau THEN
                         = Wee_prix_nouveau - Wee_total_paie
                        DISPLAY "Reste à encaisser : " Wee_reste_du
                       END-IF
                      END-IF
                    END-DELETE
                  END-READ
                 END-IF
                END-IF
               END-IF
             END-READ
            END-IF
          END-READ
         END-IF
         PERFORM LIBERER_REVENTE_LIEE
         IF fr_stat = 51 THEN
          MOVE "freserv" TO Wlk_fichier
          PERFORM SIGNALER_CONFLIT_VERROU
          DISPLAY "Réservation en cours de traitement à un autre"
           " guichet, réessayez."
         END-IF

         CLOSE fplaces
         CLOSE fevenements
      *>La facture de l'ancienne réservation est annulée par un avoir ;
      *>la nouvelle est facturée dès qu'elle est soldée, tout de suite
      *>si les encaissements repris la couvrent déjà
         IF Wee_echange = 1 THEN
          MOVE Wee_clef_resa TO Wfa_clef_resa
          PERFORM EMETTRE_AVOIR
          IF Wee_total_paie >= Wee_prix_nouveau THEN
           PERFORM EMETTRE_FACTURE
          END-IF
         END-IF
         CLOSE freservations
         .

              IF fy_clef_resa NOT = Wt_clef_paie THEN
               MOVE 1 TO Wt_p_fin
              ELSE
      *>Les encaissements carte annulés d'une réservation antérieure
      *>sur la même place restent à leur titulaire
               IF fy_annule = 0 THEN
                IF Wt_paie_nb >= 50 THEN
                 DISPLAY "Attention : plus de 50 encaissements sur la"
                  " réservation, reprise partielle"
                 MOVE 1 TO Wt_p_fin
                ELSE
                 COMPUTE Wt_paie_nb = Wt_paie_nb + 1
                 MOVE fy_date_paiement TO Wt_p_date(Wt_paie_nb)
                 MOVE fy_mode TO Wt_p_mode(Wt_paie_nb)
                 MOVE fy_montant TO Wt_p_montant(Wt_paie_nb)
                 MOVE fy_operateur TO Wt_p_oper(Wt_paie_nb)
                 MOVE fy_regle TO Wt_p_regle(Wt_paie_nb)
                 MOVE fy_date_regle TO Wt_p_date_regle(Wt_paie_nb)
                 MOVE fy_annule TO Wt_p_annule(Wt_paie_nb)
                 DELETE fpayments
                  INVALID KEY
                   DISPLAY 'Problème reprise encaissement'
                  NOT INVALID KEY
                   MOVE "fpayments" TO Wj_fichier
                   MOVE "ECHANGE" TO Wj_operation
                   MOVE "S" TO Wj_action
                   MOVE fy_clef TO Wj_clef
                   PERFORM JOURNALISER
                 END-DELETE
                END-IF
               END-IF
              END-IF
            END-READ
          COMPUTE Wee_trop_percu = Wee_total_paie - Wee_prix_nouveau
          MOVE fr_clef TO frb_clef
          MOVE Wee_trop_percu TO frb_prix
          MOVE fr_canal TO frb_canal
          MOVE 0 TO frb_prix_vente
          MOVE fr_date_creation TO frb_date_vente
          MOVE 0 TO frb_bon
          MOVE 0 TO frb_encaisse
          ACCEPT Wdate_systeme FROM DATE YYYYMMDD
          MOVE Wsys_annee TO frb_annee
          MOVE Wsys_mois TO frb_mois
           MOVE Wt_p_mode(Wt_paie_i) TO fy_mode
           MOVE Wt_p_oper(Wt_paie_i) TO fy_operateur
           MOVE Wt_p_montant(Wt_paie_i) TO fy_montant
           MOVE Wt_p_regle(Wt_paie_i) TO fy_regle
           MOVE Wt_p_date_regle(Wt_paie_i) TO fy_date_regle
           MOVE Wt_p_annule(Wt_paie_i) TO fy_annule
           WRITE paiementTampon
            INVALID KEY
             DISPLAY 'Problème reprise encaissement'
            NOT INVALID KEY
             MOVE "fpayments" TO Wj_fichier
             MOVE "ECHANGE" TO Wj_operation
             MOVE fy_clef TO Wj_clef
             PERFORM JOURNALISER
           END-WRITE
          END-IF
         END-PERFORM
