           alternate record key is fva_client WITH DUPLICATES
           file status is cr_fventesArchive.

           *>Trace des remises ramenées au plafond de la loi Lang
           *>(ligne de ticket, points de fidélité ou devis), relue
           *>par l'édition de conformité
           select fplafondsLang assign to "plafondsLang.dat"
           organization indexed
           access mode is dynamic
           record key is pl_id
           alternate record key is pl_date WITH DUPLICATES
           file status is cr_fplafondsLang.

           *>Sceaux des tickets encaissés : chaque ticket clos reçoit
           *>une signature chaînée à celle du ticket précédent, toute
           *>ligne modifiée ou supprimée après coup casse la chaîne
           select fsceaux assign to "sceaux.dat"
           organization indexed
           access mode is dynamic
           record key is sg_id
           alternate record key is sg_ticket WITH DUPLICATES
           alternate record key is sg_date WITH DUPLICATES
           lock mode is manual
           file status is cr_fsceaux.

           *>Grands totaux perpétuels par site (jamais remis à zéro),
           *>tête de chaîne des sceaux et tickets Z archivés à
           *>chaque clôture du jour et du mois
           select fgrandsTotaux assign to "grandsTotaux.dat"
           organization indexed
           access mode is dynamic
           record key is gt_cle
           lock mode is manual
           file status is cr_fgrandsTotaux.

           *>Spool des reçus : chaque reçu imprimé en caisse, et
           *>chaque duplicata, y est recopié tel quel
           select frecus assign to "recus.txt"
           organization line sequential
           file status is cr_frecus.

           *>Factures clients numérotées sans trou (factures et
           *>factures d'avoir sur la même séquence) : l'entête
           *>(ligne 0) porte l'acheteur, l'origine, l'échéance et
           *>les totaux, les lignes 1 à n les ventes facturées ; la
           *>clé sur l'id de vente dit si une ligne a déjà été
           *>facturée ou créditée
           select ffacturesCli assign to "facturesClients.dat"
           organization indexed
           access mode is dynamic
           record key is fe_cle
           alternate record key is fe_client WITH DUPLICATES
           alternate record key is fe_venteId WITH DUPLICATES
           lock mode is manual
           file status is cr_ffacturesCli.

           *>Précommandes d'albums annoncés : le client verse un
           *>acompte pour s'assurer un titre qui n'est pas encore
           *>une référence ; l'acompte est une dette envers le
           *>client (comme une carte cadeau) jusqu'à ce qu'il soit
           *>déduit du ticket de l'album reçu, remboursé ou converti
           *>en avoir
           select fprecommandes assign to "precommandes.dat"
           organization indexed
           access mode is dynamic
           record key is pc_id
           alternate record key is pc_client WITH DUPLICATES
           alternate record key is pc_titre WITH DUPLICATES
           *>Partage entre plusieurs caisses : un acompte ne doit
           *>pas pouvoir être déduit deux fois
           lock mode is manual
           file status is cr_fprecommandes.

           *>File des notifications clients (commande arrivée, mise
           *>de côté prête ou sur le point d'expirer) : le canal est
           *>choisi selon les coordonnées et les consentements du
           *>client, l'export du soir les transmet au prestataire
           *>SMS/e-mail et son retour les marque envoyées ou en
           *>échec ; sans canal autorisé le client reste à appeler
           select fnotifications assign to "notifications.dat"
           organization indexed
           access mode is dynamic
           record key is nt_id
           alternate record key is nt_piece WITH DUPLICATES
           file status is cr_fnotifications.

           *>File des étiquettes de rayon à (ré)imprimer : une
           *>entrée par référence et par site, alimentée par les
           *>changements de prix et les réceptions, retirée dès que
           *>l'étiquette est imprimée
           select fetiquettes assign to "etiquettes.dat"
           organization indexed
           access mode is dynamic
           record key is et_cle
           file status is cr_fetiquettes.

           *>Pointages de présence du personnel : une fiche par
           *>arrivée, soldée par l'heure de départ ; les
           *>corrections du gérant y sont marquées et journalisées
           select fpointages assign to "pointages.dat"
           organization indexed
           access mode is dynamic
           record key is pg_cle
           file status is cr_fpointages.

           *>Liste de recherche des clients : un album épuisé ou un
           *>tome ancien demandé par un collectionneur, avec son prix
           *>maximum ; chaque rachat d'occasion et chaque réception
           *>est confrontée aux recherches actives du titre
           select frecherches assign to "recherches.dat"
           organization indexed
           access mode is dynamic
           record key is rh_id
           alternate record key is rh_client WITH DUPLICATES
           alternate record key is rh_titre WITH DUPLICATES
           lock mode is manual
           file status is cr_frecherches.

           *>Grand livre des points de fidélité : chaque gain,
           *>utilisation, reprise sur retour, fusion, ajustement et
           *>expiration y laisse un mouvement daté ; les mouvements
           *>créditeurs gardent leur reste non consommé, ce qui
           *>permet l'expiration des plus anciens points d'abord
           select fmvtsPoints assign to "mvtsPoints.dat"
           organization indexed
           access mode is dynamic
           record key is mp_id
           alternate record key is mp_client WITH DUPLICATES
           lock mode is manual
           file status is cr_fmvtsPoints.

           *>Grand livre du coffre de chaque boutique : versements
           *>du tiroir (en journée et à la clôture), fonds de caisse
           *>repris pour l'ouverture, remises d'espèces en banque et
           *>écarts de comptage ; la référence d'une remise la suit
           *>jusqu'à l'export comptable et au relevé bancaire
           select fcoffre assign to "coffre.dat"
           organization indexed
           access mode is dynamic
           record key is co_id
           alternate record key is co_reference WITH DUPLICATES
           lock mode is manual
           file status is cr_fcoffre.

           *>Opérations bancaires émises ou reçues hors caisse
           *>(paiements de factures fournisseurs, paiements
           *>d'ardoise reçus par virement) : ce sont les débits et
           *>crédits que le relevé de la banque doit faire paraître
           select foperationsBq assign to "operationsBanque.dat"
           organization indexed
           access mode is dynamic
           record key is ob_id
           lock mode is manual
           file status is cr_foperationsBq.

           *>Lignes des relevés bancaires importés, avec la clé de
           *>l'opération attendue à laquelle chacune a été rapprochée
           select freleveBq assign to "releveBanque.dat"
           organization indexed
           access mode is dynamic
           record key is bq_id
           alternate record key is bq_date WITH DUPLICATES
           alternate record key is bq_cleRappro WITH DUPLICATES
           lock mode is manual
           file status is cr_freleveBq.

           *>Budgets d'achat mensuels (open-to-buy) fixés par le
           *>gérant : un par fournisseur et un plafond global
           select fbudgets assign to "budgetsAchat.dat"
           organization indexed
           access mode is dynamic
           record key is bu_cle
           lock mode is manual
           file status is cr_fbudgets.

           *>Rayons de la boutique (manga, franco-belge...) et leurs
           *>sous-rayons, chacun avec son responsable
           select frayons assign to "rayons.dat"
           organization indexed
           access mode is dynamic
           record key is ry_code
           lock mode is manual
           file status is cr_frayons.

           *>Coffrets et lots vendus sous un EAN unique, avec la
           *>liste des titres qui les composent
           select fcoffrets assign to "coffrets.dat"
           organization indexed
           access mode is dynamic
           record key is bx_ean
           lock mode is manual
           file status is cr_fcoffrets.

           *>Mode hors ligne de la caisse : fichiers locaux au
           *>poste, lisibles quand le réseau vers les .dat partagés
           *>est coupé ; le journal des tickets encaissés hors
           *>ligne (en attente de rejeu), le bloc d'ids de ticket
           *>et de vente réservé d'avance, et la copie des prix de
           *>l'inventaire du site prise à la préparation
           select fhorsLigne assign to "horsLigne.txt"
           organization line sequential
           file status is cr_fhorsLigne.

           select fblocHorsLigne assign to "horsLigneBloc.txt"
           organization line sequential
           file status is cr_fblocHorsLigne.

           select fcatHorsLigne assign to "horsLigneCatalogue.txt"
           organization line sequential
           file status is cr_fcatHorsLigne.

           *>Seuils de dérogation fixés par le gérant, un par
           *>opération sensible de caisse : au-delà, l'opération
           *>attend l'accord d'un gérant saisi au poste (pas
           *>d'enregistrement = opération libre)
           select fseuilsDerog assign to "seuilsDerogation.dat"
           organization indexed
           access mode is dynamic
           record key is sd_operation
           file status is cr_fseuilsDerog.

           *>Dérogations demandées au gérant, accordées ou refusées,
           *>avec l'opérateur qui les a sollicitées
           select fderogations assign to "derogations.dat"
           organization indexed
           access mode is dynamic
           record key is dg_id
           alternate record key is dg_date WITH DUPLICATES
           lock mode is manual
           file status is cr_fderogations.

           *>Exemplaires défectueux rendus par les clients et
           *>échangés contre un exemplaire neuf : ils attendent, hors
           *>du stock vendable, d'être renvoyés au fournisseur qui
           *>les a livrés
           select fdefectueux assign to "defectueux.dat"
           organization indexed
           access mode is dynamic
           record key is df_id
           alternate record key is df_fournisseur WITH DUPLICATES
           lock mode is manual
           file status is cr_fdefectueux.

           *>Salons et foires : un salon est un site temporaire
           *>(entête en ligne 0, une ligne par titre alloué)
           select fsalons assign to "salons.dat"
           organization indexed
           access mode is dynamic
           record key is sl_cle
           lock mode is manual
           file status is cr_fsalons.

           *>Soldes rapprochés arrêtés par l'état de rapprochement,
           *>un par date de fin de relevé : le dernier sert de point
           *>de départ à la prévision de trésorerie
           select fsoldesBq assign to "soldesBanque.dat"
           organization indexed
           access mode is dynamic
           record key is sb_dateReleve
           lock mode is manual
           file status is cr_fsoldesBq.

           *>Imputations des acomptes de précommande : une par
           *>ticket qui a déduit tout ou partie d'un acompte, pour
           *>que chaque déduction soit comptabilisée à sa date
           select fimputAcomptes assign to "imputationsAcomptes.dat"
           organization indexed
           access mode is dynamic
           record key is ia_id
           alternate record key is ia_precommande WITH DUPLICATES
           lock mode is manual
           file status is cr_fimputAcomptes.

           *>Fichier de rapport générique, réutilisé par toutes les
           *>éditions (réappro, valorisation, export...) : le nom du
           *>fichier de sortie est fourni au moment de l'ouverture via
                *>commandes et les anciennes ventes) : c'est elle
                *>qui nourrit l'édition d'affluence
                02 fv_heureVente PIC 9(4).
                *>Commande : date à laquelle le client a été prévenu
                *>de l'arrivée du titre (0 = pas encore prévenu)
                02 fv_dateNotif PIC 9(8).
                *>1 = commande passée sur le site web et retirée en
                *>boutique (0 = vente au comptoir)
                02 fv_web PIC 9(1).
                *>EAN du coffret dont la ligne est un composant
                *>(espaces pour une vente au titre)
                02 fv_coffret PIC X(13).
                *>Gérant qui a accordé la dérogation sur la ligne
                *>(prix forcé, remboursement), 0 sans dérogation
                02 fv_gerant PIC 9(6).
                *>Echange au comptoir : sur la ligne reprise, le
                *>ticket qui l'a remplacée ; sur les lignes remises,
                *>le ticket d'origine (0 hors échange)
                02 fv_ticketEchange PIC 9(15).
                *>Ligne reprise (statut 3) : date du remboursement ou
                *>de l'échange, fv_dateVente restant celle de la vente
                *>d'origine (0 sur les autres lignes)
                02 fv_dateRetour PIC 9(8).
       FD finventaire.
           01 tamp_finventaire.
               02 fi_id PIC 9(15).
               *>le coût que le bilan et la marge attendent, pas le
               *>prix de vente
               02 fi_pmp PIC 9(6)v9(2).
               *>Prix public fixé par l'éditeur (loi Lang) : c'est
               *>sur lui que se calcule le plafond des remises sur le
               *>neuf (0 = non renseigné, le prix de vente sert alors
               *>de référence)
               02 fi_prixPublic PIC 9(6)v9(2).
               *>Disponibilité chez l'éditeur, tenue à jour par le
               *>flux bibliographique du distributeur : D = disponible,
               *>R = en réimpression, E = épuisé (espace = jamais
               *>renseignée) ; fi_dateFlux est la date du dernier flux
               *>qui a cité la référence (0 = jamais citée)
               02 fi_dispo PIC X(1).
               02 fi_dateFlux PIC 9(8).
               *>Rayon ou sous-rayon de la boutique où la référence
               *>est classée (espaces = non classée)
               02 fi_rayon PIC X(6).
               *>Exemplaires défectueux rendus par des clients, hors
               *>du stock vendable, en attente de retour fournisseur
               02 fi_qteDefectueux PIC 9(4).
       FD fclients.
           01 tamp_fclient.
               02 fc_id PIC 9(15).
               02 fc_dateConsentMail PIC 9(8).
               02 fc_consentTel PIC 9(1).
               02 fc_dateConsentTel PIC 9(8).
               *>0 = particulier, 1 = bibliothèque ou collectivité
               *>(plafond loi Lang de 9 % au lieu de 5 %)
               02 fc_typeClient PIC 9(1).
       FD ffournisseurs.
           01 tamp_ffournisseur.
               02 fs_code PIC 9(6).
               02 fs_nom PIC A(30).
               02 fs_tel PIC 9(10).
               02 fs_mail PIC A(30).
               *>Notre numéro de compte client chez le fournisseur,
               *>repris dans l'entête des commandes transmises
               02 fs_compteClient PIC X(15).
               *>Coordonnées bancaires pour les virements SEPA
               02 fs_iban PIC X(34).
               02 fs_bic PIC X(11).
       FD fcomptes.
           01 tamp_fcompte.
               02 cp_cle PIC X(10).
               *>Ecart total constaté (compté moins théorique)
               02 mv_ecart PIC S9(5).
               *>1 = casse, 2 = vol, 3 = erreur de saisie,
               *>4 = retour fournisseur, 5 = échange d'un exemplaire
               *>défectueux (renvoyé ensuite au fournisseur)
               02 mv_motif PIC 9(1).
               02 mv_operateur PIC 9(6).
               *>Site dont la fiche a été corrigée (0 sur les
               *>mouvements plus anciens : site du poste)
               02 mv_site PIC 9(2).
       FD fcontrole.
           01 tamp_fcontrole.
               02 bc_job PIC X(12).
               *>Images complètes de l'enregistrement avant et après
               *>l'opération (espaces pour une création ou après une
               *>suppression)
               02 jr_avant PIC X(400).
               02 jr_apres PIC X(400).
       FD fcommandesF.
           01 tamp_fcommandeF.
               02 cf_cle.
               *>(0 tant que rien n'est livré) : c'est elle qui
               *>mesure le délai réel du fournisseur
               02 cf_dateReception PIC 9(8).
               *>Date de transmission de la commande au fournisseur,
               *>portée par l'entête (0 = pas encore transmise)
               02 cf_dateEnvoi PIC 9(8).
               *>Accusé de réception du fournisseur, par ligne :
               *>quantités confirmée, en reliquat et annulée, et
               *>date de l'AR (0 tant qu'aucun AR n'est intégré)
               02 cf_qteConfirmee PIC 9(4).
               02 cf_qteReliquat PIC 9(4).
               02 cf_qteAnnulee PIC 9(4).
               02 cf_dateAR PIC 9(8).
       FD fpromos.
           01 tamp_fpromo.
               02 pr_id PIC 9(6).
               *>Statut de l'entête : 0 = a payer, 1 = partiellement
               *>payee, 2 = soldee
               02 ff_statut PIC 9(1).
               *>Numéro de la facture chez le fournisseur, repris
               *>pour pointer son relevé de compte
               02 ff_refFournisseur PIC X(15).
       FD ftarifs.
           01 tamp_ftarif.
               02 tp_cle.
               *>0 = active, 1 = convertie en vente, 2 = liberee
               *>(annulation ou expiration)
               02 rs_statut PIC 9(1).
               *>Dates auxquelles le client a été prévenu que la
               *>mise de côté l'attend, puis qu'elle va expirer
               *>(0 = pas prévenu)
               02 rs_dateNotif PIC 9(8).
               02 rs_dateRappel PIC 9(8).
               *>Origine de la mise de côté (W = commande du site
               *>web, espace = comptoir), numéro de la commande web
               *>et boutique de retrait (0 = site local)
               02 rs_origine PIC X(1).
               02 rs_refWeb PIC X(15).
               02 rs_site PIC 9(2).
               *>Opérateur qui a créé la mise de côté (0 pour une
               *>commande web)
               02 rs_operateur PIC 9(6).
       FD fcartesKdo.
           01 tamp_fcarteKdo.
               02 kd_numero PIC 9(15).
                   03 cs_nbCoupure PIC 9(4) OCCURS 15 TIMES.
               *>Code de la boutique où la session a été ouverte
               02 cs_site PIC 9(2).
               *>Opérateur qui a ouvert la session (0 pour les
               *>sessions antérieures à ce suivi)
               02 cs_operateur PIC 9(6).
       FD fventesManquees.
           01 tamp_fventeManquee.
               02 vm_id PIC 9(15).
               02 rf_factureImputee PIC 9(9).
               *>0 = avoir attendu, 1 = avoir recu
               02 rf_statut PIC 9(1).
               *>Numéro de l'avoir chez le fournisseur
               02 rf_refAvoir PIC X(15).
               *>Provenance de la ligne : D = exemplaire défectueux
               *>échangé au comptoir (déjà sorti du rayon à
               *>l'échange), espace = rayon ou réserve
               02 rf_origine PIC X(1).
       FD ftransferts.
           01 tamp_ftransfert.
               02 tf_id PIC 9(15).
               02 sc_montant PIC 9(6)v9(2).
               02 sc_motif PIC X(30).
               02 sc_operateur PIC 9(6).
               *>Gérant qui a accordé une sortie au-delà du seuil
               02 sc_gerant PIC 9(6).
       FD foperateurs.
           01 tamp_foperateur.
               02 op_code PIC 9(6).
                02 fva_evenement PIC 9(6).
                02 fva_depotRegle PIC 9(1).
                02 fva_heureVente PIC 9(4).
                02 fva_dateNotif PIC 9(8).
                02 fva_web PIC 9(1).
                02 fva_coffret PIC X(13).
                02 fva_gerant PIC 9(6).
                02 fva_ticketEchange PIC 9(15).
                02 fva_dateRetour PIC 9(8).
       FD fplafondsLang.
           01 tamp_fplafondLang.
               02 pl_id PIC 9(15).
               02 pl_date PIC 9(8).
               *>T = ligne de ticket, P = points de fidélité,
               *>D = ligne de devis
               02 pl_origine PIC X(1).
               *>Numéro du ticket ou du devis concerné
               02 pl_piece PIC 9(15).
               02 pl_client PIC 9(15).
               02 pl_typeClient PIC 9(1).
               02 pl_titre PIC A(30).
               02 pl_quantite PIC 9(4).
               02 pl_prixPublic PIC 9(6)v9(2).
               *>Remises unitaires demandée puis réellement accordée
               *>(pour les points : montant total du ticket)
               02 pl_remiseDemandee PIC 9(6)v9(2).
               02 pl_remiseAccordee PIC 9(6)v9(2).
               02 pl_operateur PIC 9(6).
               02 pl_site PIC 9(2).
       FD fsceaux.
           01 tamp_fsceau.
               *>Partie couverte par la signature
               02 sg_contenu.
                   *>Rang du sceau dans la chaîne
                   03 sg_id PIC 9(12).
                   *>Ticket scellé (0 pour une commande honorée,
                   *>repérée alors par sg_vente)
                   03 sg_ticket PIC 9(15).
                   03 sg_vente PIC 9(15).
                   03 sg_date PIC 9(8).
                   03 sg_heure PIC 9(4).
                   03 sg_site PIC 9(2).
                   03 sg_operateur PIC 9(6).
                   03 sg_nbLignes PIC 9(3).
                   03 sg_totalTTC PIC 9(9)v9(2).
                   03 sg_totalHT PIC 9(9)v9(2).
                   *>Empreinte des lignes de vente du ticket (id,
                   *>quantité, prix, taux et montant HT)
                   03 sg_empreinte PIC 9(12).
                   *>Signature du sceau précédent dans la chaîne
                   03 sg_signaturePrec PIC 9(12).
               02 sg_signature PIC 9(12).
       FD fgrandsTotaux.
           01 tamp_fgrandTotal.
               *>Partie couverte par la signature des tickets Z
               02 gt_contenu.
                   03 gt_cle.
                       *>C = tête de chaîne des sceaux, P = totaux
                       *>perpétuels du site, J = Z du jour,
                       *>M = Z du mois
                       04 gt_type PIC X(1).
                       04 gt_site PIC 9(2).
                       *>aaaammjj (J), aaaamm (M), 0 (C et P)
                       04 gt_periode PIC 9(8).
                   *>Ventes et remboursements (perpétuels sur P, de
                   *>la période sur J et M)
                   03 gt_ventesTTC PIC 9(11)v9(2).
                   03 gt_ventesHT PIC 9(11)v9(2).
                   03 gt_remboursTTC PIC 9(11)v9(2).
                   03 gt_remboursHT PIC 9(11)v9(2).
                   03 gt_nbTickets PIC 9(9).
                   03 gt_nbRembours PIC 9(9).
                   *>Sur J et M : grands totaux perpétuels au moment
                   *>de la clôture
                   03 gt_perpVentesTTC PIC 9(11)v9(2).
                   03 gt_perpRemboursTTC PIC 9(11)v9(2).
                   *>Sur P : remboursements perpétuels au dernier Z
                   *>du jour et au dernier Z du mois, d'où se
                   *>déduisent les remboursements de la période
                   03 gt_zjRemboursTTC PIC 9(11)v9(2).
                   03 gt_zjRemboursHT PIC 9(11)v9(2).
                   03 gt_zjNbRembours PIC 9(9).
                   03 gt_zmRemboursTTC PIC 9(11)v9(2).
                   03 gt_zmRemboursHT PIC 9(11)v9(2).
                   03 gt_zmNbRembours PIC 9(9).
                   *>Dernier sceau de la chaîne (C) ou dernier sceau
                   *>couvert par le Z (J et M)
                   03 gt_dernierSceau PIC 9(12).
                   03 gt_dateMaj PIC 9(8).
                   03 gt_operateur PIC 9(6).
                   *>Sur J et M : signature du dernier sceau couvert
                   03 gt_signaturePrec PIC 9(12).
               *>Signature du dernier sceau (C) ou du Z (J et M)
               02 gt_signature PIC 9(12).
       FD frecus.
           01 tamp_frecu PIC X(80).
       FD ffacturesCli.
           01 tamp_ffactureCli.
               02 fe_cle.
                   03 fe_numero PIC 9(9).
                   03 fe_ligne PIC 9(3).
               *>F = facture, A = facture d'avoir
               02 fe_type PIC X(1).
               02 fe_client PIC 9(15).
               02 fe_dateFacture PIC 9(8).
               *>Entête : T = ticket, D = devis converti, R = relevé
               *>mensuel d'ardoise, V = retour d'une vente facturée
               02 fe_origine PIC X(1).
               *>Entête : ticket (T, D), mois aaaamm (R) ; ligne :
               *>ticket de la vente facturée
               02 fe_piece PIC 9(15).
               02 fe_devis PIC 9(9).
               *>Facture d'origine d'une facture d'avoir
               02 fe_factureOrigine PIC 9(9).
               02 fe_dateEcheance PIC 9(8).
               *>1 = réglée à l'émission (ticket encaissé)
               02 fe_acquittee PIC 9(1).
               02 fe_adresse1 PIC X(40).
               02 fe_adresse2 PIC X(40).
               02 fe_operateur PIC 9(6).
               02 fe_site PIC 9(2).
               *>Ligne : vente facturée (0 sur l'entête)
               02 fe_venteId PIC 9(15).
               02 fe_titre PIC A(30).
               02 fe_quantite PIC 9(4).
               02 fe_prixUnitaire PIC 9(6)v9(2).
               02 fe_tauxTva PIC 9(2)v9(2).
               *>Montants de la ligne, ou totaux sur l'entête
               02 fe_montantTTC PIC 9(9)v9(2).
               02 fe_montantHT PIC 9(9)v9(2).
               02 fe_montantTVA PIC 9(9)v9(2).
       FD fprecommandes.
           01 tamp_fprecommande.
               02 pc_id PIC 9(15).
               02 pc_client PIC 9(15).
               *>Titre tel qu'il sera livré (pas forcément encore
               *>présent dans finventaire)
               02 pc_titre PIC A(30).
               02 pc_quantite PIC 9(4).
               02 pc_dateCreation PIC 9(8).
               02 pc_acompte PIC 9(6)v9(2).
               *>Mode d'encaissement de l'acompte (1 = especes,
               *>2 = carte bancaire, 4 = cheque) et session de
               *>caisse qui l'a reçu
               02 pc_paiement PIC 9(1).
               02 pc_session PIC 9(15).
               *>Part de l'acompte déjà déduite d'un ticket, avec le
               *>dernier ticket et sa date (le détail de chaque
               *>déduction est dans imputationsAcomptes.dat)
               02 pc_acompteImpute PIC 9(6)v9(2).
               02 pc_ticket PIC 9(15).
               02 pc_dateImputation PIC 9(8).
               02 pc_dateReception PIC 9(8).
               *>0 = en attente de l'album, 1 = album reçu (client
               *>à prévenir), 2 = soldée sur un ticket,
               *>3 = annulée et remboursée, 4 = annulée en avoir
               02 pc_statut PIC 9(1).
               *>Annulation : date, mode de restitution (1 = especes,
               *>2 = carte, 3 = avoir), montant rendu et numéro de
               *>l'avoir émis
               02 pc_dateAnnulation PIC 9(8).
               02 pc_restitution PIC 9(1).
               02 pc_montantRendu PIC 9(6)v9(2).
               02 pc_avoir PIC 9(15).
               02 pc_site PIC 9(2).
               02 pc_operateur PIC 9(6).
       FD fnotifications.
           01 tamp_fnotification.
               02 nt_id PIC 9(15).
               02 nt_client PIC 9(15).
               *>S = SMS, M = e-mail, A = à appeler (aucun canal
               *>autorisé ou renseigné)
               02 nt_canal PIC X(1).
               02 nt_destinataire PIC X(30).
               *>C = commande arrivée, M = mise de côté prête,
               *>E = mise de côté qui expire bientôt, R = album
               *>recherché trouvé et mis de côté
               02 nt_type PIC X(1).
               *>Commande (fv_id) ou mise de côté (rs_id) concernée
               02 nt_piece PIC 9(15).
               02 nt_titre PIC A(30).
               02 nt_dateLimite PIC 9(8).
               02 nt_dateCreation PIC 9(8).
               *>0 = à transmettre, 1 = transmise au prestataire,
               *>2 = envoyée, 3 = échec, 4 = à appeler
               02 nt_statut PIC 9(1).
               02 nt_dateEnvoi PIC 9(8).
               02 nt_site PIC 9(2).
       FD fetiquettes.
           01 tamp_fetiquette.
               02 et_cle.
                   03 et_site PIC 9(2).
                   03 et_titre PIC A(30).
               02 et_codeEan PIC X(13).
               02 et_prix PIC 9(6)v9(2).
               02 et_serie PIC A(30).
               02 et_tome PIC 9(3).
               *>P = changement de prix, R = réception, D = réédition
               *>demandée (série ou site entier)
               02 et_motif PIC X(1).
               02 et_dateDemande PIC 9(8).
       FD fpointages.
           01 tamp_fpointage.
               02 pg_cle.
                   03 pg_operateur PIC 9(6).
                   03 pg_date PIC 9(8).
                   *>Heures au format hhmm
                   03 pg_heureEntree PIC 9(4).
               *>0 = opérateur encore présent (départ non pointé)
               02 pg_heureSortie PIC 9(4).
               02 pg_site PIC 9(2).
               *>1 = pointage saisi ou corrigé par le gérant
               02 pg_corrige PIC 9(1).
               02 pg_correcteur PIC 9(6).
       FD frecherches.
           01 tamp_frecherche.
               02 rh_id PIC 9(15).
               02 rh_client PIC 9(15).
               *>Titre recherché, tel qu'il s'écrit en neuf (la
               *>référence n'est pas forcément en inventaire)
               02 rh_titre PIC A(30).
               *>Prix de vente maximum accepté (0 = sans limite) et
               *>exemplaire d'occasion accepté (1 = oui)
               02 rh_prixMax PIC 9(6)v9(2).
               02 rh_occasionOk PIC 9(1).
               02 rh_dateCreation PIC 9(8).
               *>0 = active, 1 = trouvée (exemplaire mis de côté),
               *>2 = annulée
               02 rh_statut PIC 9(1).
               02 rh_dateTrouve PIC 9(8).
               *>Mise de côté (rs_id) posée pour le client
               02 rh_reservation PIC 9(15).
               02 rh_site PIC 9(2).
       FD fmvtsPoints.
           01 tamp_fmvtPoints.
               02 mp_id PIC 9(15).
               02 mp_client PIC 9(15).
               02 mp_date PIC 9(8).
               *>G = gain sur ticket, U = utilisation en caisse,
               *>R = reprise sur retour, F = fusion de clients,
               *>A = ajustement manuel, I = solde d'ouverture,
               *>X = expiration
               02 mp_type PIC X(1).
               *>Points du mouvement, positifs au crédit, négatifs
               *>au débit, et solde du client après le mouvement
               02 mp_points PIC S9(7).
               02 mp_solde PIC 9(6).
               *>Reste non consommé d'un mouvement créditeur (les
               *>débits consomment les restes les plus anciens)
               02 mp_restant PIC 9(6).
               *>Ticket, vente ou client absorbé à l'origine
               02 mp_piece PIC 9(15).
               02 mp_operateur PIC 9(6).
               02 mp_site PIC 9(2).
       FD fcoffre.
           01 tamp_fcoffre.
               02 co_id PIC 9(15).
               02 co_date PIC 9(8).
               *>V = versement du tiroir au coffre, F = fond de
               *>caisse remis au tiroir, B = remise en banque,
               *>E = écart constaté au comptage du coffre
               02 co_type PIC X(1).
               *>Montant signé (entrée au coffre positive, sortie
               *>négative) et solde théorique du coffre après
               02 co_montant PIC S9(7)v9(2).
               02 co_solde PIC S9(9)v9(2).
               *>Session de caisse d'origine ou de destination
               02 co_session PIC 9(15).
               *>Référence de la remise en banque (espaces sinon)
               02 co_reference PIC X(12).
               *>Remise : 0 = en attente, 1 = rapprochée au relevé
               02 co_statut PIC 9(1).
               02 co_dateRappro PIC 9(8).
               *>Détail coupure par coupure, dans l'ordre de la
               *>table des valeurs (du billet de 500 au centime)
               02 co_detail.
                   03 co_nbCoupure PIC 9(4) OCCURS 15 TIMES.
               02 co_site PIC 9(2).
               02 co_operateur PIC 9(6).
       FD foperationsBq.
           01 tamp_foperationBq.
               02 ob_id PIC 9(15).
               02 ob_date PIC 9(8).
               *>F = paiement de facture fournisseur, A = paiement
               *>d'ardoise reçu par virement
               02 ob_type PIC X(1).
               *>V = virement, C = chèque
               02 ob_mode PIC X(1).
               *>Montant signé : crédit positif, débit négatif
               02 ob_montant PIC S9(9)v9(2).
               *>Fournisseur ou client, et facture réglée
               02 ob_tiers PIC 9(15).
               02 ob_piece PIC 9(15).
               *>Référence attendue sur le relevé (numéro de chèque,
               *>référence de virement)
               02 ob_reference PIC X(20).
               02 ob_libelle PIC X(30).
               *>0 = en attente, 1 = rapprochée au relevé
               02 ob_statut PIC 9(1).
               02 ob_dateRappro PIC 9(8).
               02 ob_operateur PIC 9(6).
               02 ob_site PIC 9(2).
       FD freleveBq.
           01 tamp_freleveBq.
               02 bq_id PIC 9(15).
               02 bq_date PIC 9(8).
               02 bq_libelle PIC X(40).
               02 bq_reference PIC X(20).
               *>Montant signé : crédit positif, débit négatif
               02 bq_montant PIC S9(9)v9(2).
               *>0 = non rapprochée, 1 = rapprochée à une opération
               *>attendue, 2 = expliquée à la main (frais, agios...)
               02 bq_statut PIC 9(1).
               *>Clé de l'opération attendue : CB ou CHQ suivi de la
               *>date pour les encaissements du jour, référence de
               *>la remise d'espèces, OB suivi du numéro d'opération
               02 bq_cleRappro PIC X(20).
               02 bq_dateRappro PIC 9(8).
               02 bq_motif PIC X(30).
       FD fbudgets.
           01 tamp_fbudget.
               02 bu_cle.
                   03 bu_mois PIC 9(6).
                   *>Code fournisseur, 0 pour le plafond global du
                   *>mois tous fournisseurs confondus
                   03 bu_fournisseur PIC 9(6).
               02 bu_montant PIC 9(9)v9(2).
               02 bu_dateSaisie PIC 9(8).
               02 bu_operateur PIC 9(6).
       FD frayons.
           01 tamp_frayon.
               02 ry_code PIC X(6).
               02 ry_libelle PIC X(30).
               *>Rayon principal d'un sous-rayon (espaces pour un
               *>rayon principal)
               02 ry_parent PIC X(6).
               *>Code opérateur du responsable du rayon (0 = aucun)
               02 ry_responsable PIC 9(6).
       FD fcoffrets.
           01 tamp_fcoffret.
               02 bx_ean PIC X(13).
               02 bx_libelle PIC A(30).
               *>Prix TTC du coffret complet, réparti sur les
               *>composants au moment de la vente
               02 bx_prix PIC 9(6)v9(2).
               02 bx_nbComposants PIC 9(2).
               02 bx_composant OCCURS 10 TIMES.
                   03 bx_titre PIC A(30).
                   03 bx_qte PIC 9(2).
       FD fhorsLigne.
           01 tamp_fhorsLigne.
               *>E = entête de ticket, L = ligne, R = règlement ;
               *>les lignes puis les règlements suivent leur entête
               02 hl_type PIC X(1).
               02 hl_ticket PIC 9(15).
               02 hl_detail PIC X(120).
               02 hl_entete REDEFINES hl_detail.
                   03 hl_client PIC 9(15).
                   03 hl_date PIC 9(8).
                   03 hl_heure PIC 9(8).
                   03 hl_operateur PIC 9(6).
                   03 hl_site PIC 9(2).
                   03 hl_nbLignes PIC 9(2).
                   03 hl_nbReglements PIC 9(1).
                   03 hl_total PIC 9(9)v9(2).
                   03 hl_mode PIC 9(1).
                   03 FILLER PIC X(66).
               02 hl_ligne REDEFINES hl_detail.
                   03 hl_idVente PIC 9(15).
                   03 hl_titre PIC A(30).
                   03 hl_qte PIC 9(4).
                   03 hl_prixUnitaire PIC 9(6)v9(2).
                   03 hl_tauxTva PIC 9(2)v9(2).
                   03 hl_montant PIC 9(9)v9(2).
                   03 hl_prixPublic PIC 9(6)v9(2).
                   03 FILLER PIC X(40).
               02 hl_reglement REDEFINES hl_detail.
                   03 hl_modeRegl PIC 9(1).
                   03 hl_montantRegl PIC 9(9)v9(2).
                   03 FILLER PIC X(108).
       FD fblocHorsLigne.
           01 tamp_fblocHorsLigne.
               *>Prochain id à utiliser et dernier id du bloc
               *>réservé, pour les tickets et pour les ventes
               02 hb_ticketSuivant PIC 9(15).
               02 hb_ticketFin PIC 9(15).
               02 hb_venteSuivant PIC 9(15).
               02 hb_venteFin PIC 9(15).
               02 hb_dateReserve PIC 9(8).
       FD fcatHorsLigne.
           01 tamp_fcatHorsLigne.
               02 hc_titre PIC A(30).
               02 hc_ean PIC X(13).
               02 hc_prix PIC 9(6)v9(2).
               02 hc_prixPublic PIC 9(6)v9(2).
               02 hc_tauxTva PIC 9(2)v9(2).
               *>Disponible en rayon à la préparation, pour
               *>information seulement
               02 hc_dispo PIC 9(4).
       FD fseuilsDerog.
           01 tamp_fseuilDerog.
               *>RETOUR, RETOURANON (vente sans client), SORTIE,
               *>PRIX ou MISECOTE
               02 sd_operation PIC X(10).
               *>Montant en euros pour les remboursements et les
               *>sorties de petite caisse, pourcentage sous le prix
               *>de référence pour un prix forcé, nombre
               *>d'exemplaires pour la mise de côté d'un autre
               02 sd_seuil PIC 9(7)v9(2).
               02 sd_dateMaj PIC 9(8).
               02 sd_gerant PIC 9(6).
       FD fderogations.
           01 tamp_fderogation.
               02 dg_id PIC 9(15).
               02 dg_date PIC 9(8).
               02 dg_heure PIC 9(4).
               02 dg_operation PIC X(10).
               02 dg_operateur PIC 9(6).
               *>Gérant qui a donné ou refusé l'accord (0 quand
               *>l'opérateur a renoncé sans code)
               02 dg_gerant PIC 9(6).
               02 dg_valeur PIC 9(7)v9(2).
               02 dg_seuil PIC 9(7)v9(2).
               *>1 = accordée, 0 = refusée
               02 dg_accord PIC 9(1).
               *>Pièce concernée (vente, motif, titre, mise de côté)
               02 dg_objet PIC X(30).
               02 dg_site PIC 9(2).
       FD fdefectueux.
           01 tamp_fdefectueux.
               02 df_id PIC 9(15).
               02 df_date PIC 9(8).
               02 df_site PIC 9(2).
               02 df_titre PIC A(30).
               02 df_quantite PIC 9(4).
               *>Fournisseur qui a livré la référence (dernier achat
               *>du titre sur le site, 0 = inconnu) et prix d'achat
               *>attendu en avoir
               02 df_fournisseur PIC 9(6).
               02 df_prixAchat PIC 9(6)v9(2).
               *>Ligne de vente d'origine et client qui a rapporté
               *>l'exemplaire
               02 df_vente PIC 9(15).
               02 df_client PIC 9(15).
               02 df_operateur PIC 9(6).
               *>0 = en attente de retour, 1 = joint au retour
               *>fournisseur df_retour
               02 df_statut PIC 9(1).
               02 df_retour PIC 9(9).
       FD fsalons.
           01 tamp_fsalon.
               02 sl_cle.
                   03 sl_id PIC 9(6).
                   03 sl_ligne PIC 9(4).
               *>Entête (ligne 0) : code de site temporaire du
               *>salon, boutique d'où part le stock, dates, frais
               *>engagés (stand, transport, hébergement)
               02 sl_nom PIC X(30).
               02 sl_site PIC 9(2).
               02 sl_siteBoutique PIC 9(2).
               02 sl_dateDebut PIC 9(8).
               02 sl_dateFin PIC 9(8).
               02 sl_frais PIC 9(7)v9(2).
               *>0 = salon ouvert, 1 = salon clôturé
               02 sl_statut PIC 9(1).
               02 sl_dateCloture PIC 9(8).
               *>Ligne : titre alloué, quantités sorties de la
               *>boutique, vendues au salon et rapportées (ces deux
               *>dernières fixées à la clôture)
               02 sl_titre PIC A(30).
               02 sl_qteSortie PIC 9(5).
               02 sl_qteVendue PIC 9(5).
               02 sl_qteRapportee PIC 9(5).
       FD fsoldesBq.
           01 tamp_fsoldeBq.
               02 sb_dateReleve PIC 9(8).
               *>Soldes signés : créditeur positif, débiteur négatif
               02 sb_soldeReleve PIC S9(9)v9(2).
               02 sb_soldeRapproche PIC S9(9)v9(2).
               02 sb_dateSaisie PIC 9(8).
               02 sb_operateur PIC 9(6).
       FD fimputAcomptes.
           01 tamp_fimputAcompte.
               02 ia_id PIC 9(15).
               02 ia_precommande PIC 9(15).
               02 ia_ticket PIC 9(15).
               02 ia_date PIC 9(8).
               02 ia_montant PIC 9(6)v9(2).
       FD frapport.
           01 tamp_frapport PIC X(200).
       FD fsauvegarde.
           01 tamp_fsauvegarde.
               02 sv_fichier PIC X(12).
               02 sv_donnees PIC X(1000).
       FD fkiosqueCmd.
           01 tamp_fkiosqueCmd PIC X(100).
       FD fbatchCmd.
               02 tr_type PIC X(1).
               02 tr_qte PIC 9(6).
               02 tr_montant PIC 9(9)v9(2).
               *>Site et ordre d'arrivée, pour les tris qui
               *>regroupent par référence de boutique
               02 tr_site PIC 9(2).
               02 tr_ordre PIC 9(15).
       FD frejets.
           01 tamp_frejets PIC X(300).

           77 cr_foperateurs PIC 9(2).
           77 cr_fcompteurs PIC 9(2).
           77 cr_fventesArchive PIC 9(2).
           77 cr_fplafondsLang PIC 9(2).
           77 cr_fsceaux PIC 9(2).
           77 cr_fgrandsTotaux PIC 9(2).
           77 cr_frecus PIC 9(2).
           77 cr_ffacturesCli PIC 9(2).
           77 cr_fprecommandes PIC 9(2).
           77 cr_fnotifications PIC 9(2).
           77 cr_fetiquettes PIC 9(2).
           77 cr_fpointages PIC 9(2).
           77 cr_frecherches PIC 9(2).
           77 cr_fmvtsPoints PIC 9(2).
           77 cr_fcoffre PIC 9(2).
           77 cr_foperationsBq PIC 9(2).
           77 cr_freleveBq PIC 9(2).
           77 cr_fbudgets PIC 9(2).
           77 cr_frayons PIC 9(2).
           77 cr_fcoffrets PIC 9(2).
           77 cr_fhorsLigne PIC 9(2).
           77 cr_fblocHorsLigne PIC 9(2).
           77 cr_fcatHorsLigne PIC 9(2).
           77 cr_fseuilsDerog PIC 9(2).
           77 cr_fderogations PIC 9(2).
           77 cr_fdefectueux PIC 9(2).
           77 cr_fsalons PIC 9(2).
           77 cr_fsoldesBq PIC 9(2).
           77 cr_fimputAcomptes PIC 9(2).
           77 cr_frapport PIC 9(2).
           77 cr_fsauvegarde PIC 9(2).
           77 nomRapport PIC X(20).
           77 venteMontantTotal PIC 9(9)v9(2).
           77 cptCle PIC X(10).
           77 cptValeur PIC 9(15).
           77 cptBloc PIC 9(6).
           77 testNomClient PIC 9.
           77 fichierFin PIC 9.
           77 choixSupprClient PIC 9.
               02 cl_dateConsentMail PIC 9(8).
               02 cl_consentTel PIC 9(1).
               02 cl_dateConsentTel PIC 9(8).
               02 cl_typeClient PIC 9(1).
           77 choixMenu PIC 9(2).
           77 choixMenu2 PIC 9(2).
           77 utilisateur PIC A(1).
           77 correspondPartiel PIC 9(1).
           77 statCA PIC 9(9)v9(2).
           77 statUnites PIC 9(6).
           77 statCAWeb PIC 9(9)v9(2).
           77 statUnitesWeb PIC 9(6).
           77 statAchats PIC 9(9)v9(2).
           77 recuNomClient PIC A(30).
           77 recuPrenomClient PIC A(30).
                   03 tl_remise PIC 9(6)v9(2).
                   03 tl_prixUnitaire PIC 9(6)v9(2).
                   03 tl_montant PIC 9(9)v9(2).
                   *>Prix plancher loi Lang de la ligne (0 pour une
                   *>référence d'occasion) et remise demandée avant
                   *>plafonnement, pour la trace des lignes rabotées
                   03 tl_prixPublic PIC 9(6)v9(2).
                   03 tl_prixPlancher PIC 9(6)v9(2).
                   03 tl_remiseDemandee PIC 9(6)v9(2).
                   *>1 = ligne issue d'une commande web retirée
                   03 tl_web PIC 9(1).
                   *>Ligne composant d'un coffret : EAN du coffret ;
                   *>la première ligne du coffret (tête) porte le
                   *>libellé, le nombre et le total pour le reçu
                   03 tl_coffret PIC X(13).
                   03 tl_coffretTete PIC 9(1).
                   03 tl_coffretLibelle PIC A(30).
                   03 tl_coffretNb PIC 9(4).
                   03 tl_coffretMontant PIC 9(9)v9(2).
                   *>Gérant qui a accordé le prix forcé (0 sinon)
                   03 tl_gerant PIC 9(6).
           77 nbLignesTicket PIC 9(2).
           77 idxLigneTicket PIC 9(2).
           77 choixAutreLigne PIC 9(1).
           77 lignesCdeFEntamees PIC 9(3).
           77 dateReception PIC 9(8).
           77 finLignesCdeF PIC 9(1).
           *>Transmission des commandes au fournisseur et
           *>intégration de ses accusés de réception
           77 choixTransCdeF PIC 9(1).
           77 transNbLignes PIC 9(3).
           77 transQteTotale PIC 9(6).
           77 transSansEan PIC 9(3).
           77 arNumero PIC 9(9).
           77 arLigne PIC 9(3).
           77 arQteConfirmee PIC 9(4).
           77 arQteReliquat PIC 9(4).
           77 arQteAnnulee PIC 9(4).
           77 arQteTotale PIC 9(5).
           77 arNbEcarts PIC 9(6).
           77 reliqNbLignes PIC 9(4).
           77 reliqNbPreco PIC 9(4).
           77 reliqFinPreco PIC 9(1).
           77 reliqNomFourn PIC A(30).
           *>Flux bibliographique du distributeur
           77 fluxDateRun PIC 9(8).
           77 fluxEan PIC X(13).
           77 fluxPrix PIC 9(6)v9(2).
           77 fluxPrixActuel PIC 9(6)v9(2).
           77 fluxDateEffet PIC 9(8).
           77 fluxDispo PIC X(1).
           77 fluxTome PIC 9(3).
           77 fluxFin PIC 9(1).
           77 fluxRefTrouvee PIC 9(1).
           77 fluxModif PIC 9(1).
           77 fluxTarifFait PIC 9(1).
           77 fluxSerieSuivie PIC 9(1).
           77 fluxFichierOk PIC 9(1).
           77 fluxNbModifs PIC 9(6).
           77 fluxNbNouveaux PIC 9(6).
           77 fluxNbAbsents PIC 9(6).
           77 fluxNbTarifs PIC 9(6).
           77 fluxType PIC X(7).
           77 fluxMention PIC X(60).
           *>Boutique en ligne : stock publié et commandes web
           77 choixMenuWeb PIC 9(1).
           77 webNumero PIC X(15).
           77 webSite PIC 9(2).
           77 webEan PIC X(13).
           77 webQte PIC 9(4).
           77 webDateCommande PIC 9(8).
           01 webDateLimite.
               02 webAnnee PIC 9(4).
               02 webMois PIC 9(2).
               02 webJour PIC 9(2).
           77 webDelaiRetrait PIC 9(2) VALUE 10.
           77 webTitre PIC X(30).
           77 webIdClient PIC 9(15).
           77 webDispoEdite PIC 9(5).
           77 webDejaIntegree PIC 9(1).
           77 webDispo PIC S9(5).
           77 webPrixEdite PIC 9(6).99.
           77 webFichierOk PIC 9(1).
           77 webFin PIC 9(1).
           77 webNbExportees PIC 9(6).
           77 webNbServies PIC 9(6).
           77 webNbClientsCrees PIC 9(6).
           *>Recherche d'une référence par titre tapé ou code-barres
           *>scanné : titreOuEan reçoit la saisie et ressort avec le
           *>titre résolu quand un EAN a été reconnu
           77 journalFichier PIC X(12).
           77 journalOperation PIC X(10).
           77 journalCle PIC X(30).
           77 journalAvant PIC X(400).
           77 journalApres PIC X(400).
           77 journalDateJour PIC 9(8).
           77 journalHeureJour PIC 9(8).
           77 choixFiltreJournal PIC 9(1).
           *>Sauvegarde et restauration : un compteur d'écrits et de
           *>relus par fichier indexé, dans un ordre fixe
           01 svTable.
               02 svLigne OCCURS 58 TIMES.
                   03 sv_nom PIC X(12).
                   03 sv_ecrits PIC 9(9).
                   03 sv_relus PIC 9(9).
           77 refEanSaisi PIC X(13).
           77 refSerieSaisie PIC A(30).
           77 refTomeSaisi PIC 9(3).
           77 refPrixPublicSaisi PIC 9(6)v9(2).
           77 refRayonSaisi PIC X(6).
           *>Import CSV : découpage des lignes, conversion des
           *>nombres et comptage des chargés/rejetés
           77 cr_fimport PIC 9(2).
           77 choixMenuSite PIC 9(1).
           77 qteTransfertSite PIC 9(4).
           77 siteDestination PIC 9(2).
           *>Transfert issu d'une proposition d'équilibrage : titre,
           *>quantité et sites sont fournis, le site expéditeur
           *>pouvant être l'autre boutique
           77 transfertPropose PIC 9(1) VALUE 0.
           77 siteOrigineTransfert PIC 9(2).
           77 idTransfert PIC 9(15).
           77 transfertOk PIC 9(1).
           77 maxIdTransfert PIC 9(15).
           77 factQteSaisie PIC 9(4).
           77 factPrixSaisi PIC 9(6)v9(2).
           77 factMontantTotal PIC 9(9)v9(2).
           77 factRefFourn PIC X(15).
           77 factEcarts PIC 9(3).
           77 cdeLigneTrouvee PIC 9(1).
           77 paiementFacture PIC 9(9)v9(2).
                   03 kj_clients PIC 9(9)v9(2).
           77 nbJoursCarte PIC 9(3).
           77 idxJourCarte PIC 9(3).
           *>Loi Lang : la remise totale sur un livre neuf ne peut
           *>dépasser 5 % du prix public (9 % pour une bibliothèque
           *>ou une collectivité)
           77 typeClientLang PIC 9(1).
           77 tauxPlafondLang PIC 9(2).
           77 occasionLigne PIC 9(1).
           77 prixPublicLigne PIC 9(6)v9(2).
           77 prixPlancherLigne PIC 9(6)v9(2).
           77 remiseDemandeeLigne PIC 9(6)v9(2).
           77 lignePlafonnee PIC 9(1).
           77 margeLangTicket PIC 9(9)v9(2).
           77 margeLangLigne PIC S9(9)v9(2).
           77 pointsAvantPlafond PIC 9(6).
           77 pointsPlafondLang PIC 9(11).
           77 langPrixPublic PIC 9(6)v9(2).
           77 maxIdPlafondLang PIC 9(15).
           77 langOrigine PIC X(1).
           77 langPiece PIC 9(15).
           77 langTitre PIC A(30).
           77 langQuantite PIC 9(4).
           77 langRemiseDemandee PIC 9(6)v9(2).
           77 langRemiseAccordee PIC 9(6)v9(2).
           *>Ligne de vente en cours de contrôle par l'édition de
           *>conformité (lue dans fventes ou dans l'archive)
           77 langVenteTitre PIC A(30).
           77 langVenteSite PIC 9(2).
           77 langVenteClient PIC 9(15).
           77 langVenteDate PIC 9(8).
           77 langVenteTicket PIC 9(15).
           77 langVentePrix PIC 9(6)v9(2).
           77 langVenteQte PIC 9(4).
           77 langNbLignesNeuf PIC 9(6).
           77 langNbLignesRemisees PIC 9(6).
           77 langNbHorsPlafond PIC 9(6).
           77 langRemisesNeuf PIC 9(9)v9(2).
           77 langNbTicket PIC 9(6).
           77 langNbPoints PIC 9(6).
           77 langNbDevis PIC 9(6).
           77 langTotalRabote PIC 9(9)v9(2).
           *>Inaltérabilité des ventes : signature des tickets clos,
           *>chaînée d'un ticket au suivant, et grands totaux
           *>perpétuels par site
           01 alphabetSceau.
               02 FILLER PIC X(36) VALUE
                   " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXY".
               02 FILLER PIC X(36) VALUE
                   "Zabcdefghijklmnopqrstuvwxyz.,-/'*+()".
           *>Clé de la boutique mélangée à chaque signature : sans
           *>elle, une chaîne recalculée de bout en bout ne
           *>retombe pas sur les mêmes signatures
           77 cleSceau PIC 9(12) VALUE 271828182845.
           77 premierSceau PIC 9(12) VALUE 999999999989.
           77 sceauTexte PIC X(250).
           77 sceauLongueur PIC 9(3).
           77 idxSceau PIC 9(3).
           77 codeCarSceau PIC 9(3).
           77 sceauAccu PIC 9(12).
           77 sceauCalcul PIC 9(18).
           77 sceauQuotient PIC 9(18).
           *>Zone couverte par l'empreinte d'une ligne de vente : ce
           *>qu'un remboursement laisse intact (id, quantité, prix,
           *>taux et montant HT)
           01 sceauLigne.
               02 slg_id PIC 9(15).
               02 slg_quantite PIC 9(4).
               02 slg_prix PIC 9(6)v9(2).
               02 slg_taux PIC 9(2)v9(2).
               02 slg_montantHT PIC 9(9)v9(2).
           *>Ticket (ou commande honorée) à sceller, préparé par
           *>l'appelant
           77 sceauTicket PIC 9(15).
           77 sceauVente PIC 9(15).
           77 sceauDate PIC 9(8).
           77 sceauHeure PIC 9(4).
           77 sceauSite PIC 9(2).
           77 sceauNbLignes PIC 9(3).
           77 sceauTotalTTC PIC 9(9)v9(2).
           77 sceauTotalHT PIC 9(9)v9(2).
           77 sceauEmpreinte PIC 9(12).
           *>Clé d'un enregistrement de grands totaux à lire sous
           *>verrou (créé à zéro s'il n'existe pas encore)
           01 cleGrandTotal.
               02 cgt_type PIC X(1).
               02 cgt_site PIC 9(2).
               02 cgt_periode PIC 9(8).
           *>Mouvement à reporter sur les totaux perpétuels :
           *>V = vente, R = remboursement
           77 perpetuelType PIC X(1).
           77 perpetuelSite PIC 9(2).
           77 perpetuelTTC PIC 9(9)v9(2).
           77 perpetuelHT PIC 9(9)v9(2).
           *>Ticket Z en cours d'archivage
           77 zType PIC X(1).
           77 zPeriode PIC 9(8).
           77 zDebut PIC 9(8).
           77 zFin PIC 9(8).
           77 zFiltreSite PIC 9(2).
           77 zSite PIC 9(2).
           77 zVentesTTC PIC 9(11)v9(2).
           77 zVentesHT PIC 9(11)v9(2).
           77 zNbTickets PIC 9(9).
           77 zRemboursTTC PIC 9(11)v9(2).
           77 zRemboursHT PIC 9(11)v9(2).
           77 zNbRembours PIC 9(9).
           77 zDernierSceau PIC 9(12).
           77 zSignaturePrec PIC 9(12).
           77 zDejaArchive PIC 9(1).
           01 tableSitesZ.
               02 zSiteTab PIC 9(2) OCCURS 99 TIMES.
           77 nbSitesZ PIC 9(2).
           77 idxSiteZ PIC 9(2).
           *>Vérification de la chaîne
           77 choixMenuSceau PIC 9(1).
           77 verifSignaturePrec PIC 9(12).
           77 verifRangAttendu PIC 9(12).
           77 verifNbSceaux PIC 9(9).
           77 verifNbAnomalies PIC 9(9).
           77 verifNbLignes PIC 9(3).
           77 verifEmpreinte PIC 9(12).
           77 verifNbZ PIC 9(9).
           77 verifPremierRompu PIC 9(12).
           77 verifTexte PIC X(40).
           77 finSceaux PIC 9(1).
           *>Reçus : ligne en cours d'impression (écran et spool)
           *>et reconstitution d'un duplicata à partir des ventes
           77 ligneRecu PIC X(80).
           77 dupTicket PIC 9(15).
           77 dupNbLignes PIC 9(3).
           77 dupTotal PIC 9(9)v9(2).
           77 dupTVA PIC 9(9)v9(2).
           77 dupRegleAutrement PIC 9(9)v9(2).
           77 dupRembourse PIC 9(9)v9(2).
           77 dupDate PIC 9(8).
           77 dupClient PIC 9(15).
           77 dupPaiement PIC 9(1).
           77 dupNbReglements PIC 9(2).
           77 dupLibelleMode PIC X(30).
           77 dupDateImpression PIC 9(8).
           *>Factures clients : mentions légales imprimées sur
           *>chaque facture
           01 mentionsFacture.
               02 FILLER PIC X(60) VALUE
                   "SARL LA BOUTIQUE COMIC - capital 8 000 EUR".
               02 FILLER PIC X(60) VALUE
                   "12 rue des Bulles - 69001 LYON".
               02 FILLER PIC X(60) VALUE
                   "RCS LYON 812 345 678 - SIRET 812 345 678 00019".
               02 FILLER PIC X(60) VALUE
                   "TVA intracommunautaire FR 27 812345678".
           01 mentionsFactureTable REDEFINES mentionsFacture.
               02 mentionFacture PIC X(60) OCCURS 4 TIMES.
           01 conditionsFacture.
               02 FILLER PIC X(60) VALUE
                   "Pas d'escompte pour paiement anticipe.".
               02 FILLER PIC X(60) VALUE
                   "Penalites de retard : 3 x taux d'interet legal.".
               02 FILLER PIC X(60) VALUE
                   "Indemnite forfaitaire de recouvrement : 40 EUR.".
           01 conditionsFactureTable REDEFINES conditionsFacture.
               02 conditionFacture PIC X(60) OCCURS 3 TIMES.
           77 idxMentionFacture PIC 9(1).
           77 choixMenuFactCli PIC 9(1).
           77 numeroFactCli PIC 9(9).
           77 ligneFactCli PIC 9(3).
           77 factType PIC X(1).
           77 factOrigine PIC X(1).
           77 factPiece PIC 9(15).
           77 factDevis PIC 9(9).
           77 factClient PIC 9(15).
           77 factDate PIC 9(8).
           77 factEcheance PIC 9(8).
           77 factAcquittee PIC 9(1).
           77 factAdresse1 PIC X(40).
           77 factAdresse2 PIC X(40).
           77 factFactureOrigine PIC 9(9).
           77 factNbLignes PIC 9(3).
           77 factTTC PIC 9(9)v9(2).
           77 factHT PIC 9(9)v9(2).
           77 factTVA PIC 9(9)v9(2).
           77 factDejaFacturee PIC 9(1).
           77 factLigneRetenue PIC 9(1).
           77 factTrouvee PIC 9(1).
           77 factMoisSaisi PIC 9(2).
           77 factAnneeSaisie PIC 9(4).
           77 factMois PIC 9(6).
           77 factReponse PIC 9(1).
           77 factDejaCreditee PIC 9(1).
           77 factMoisLigne PIC 9(6).
           77 factFin PIC 9(1).
           77 factPasse PIC 9(1).
           77 tauxTvaEdite PIC Z9.99.
           77 factAttendu PIC 9(9).
           77 factNbTrous PIC 9(6).
           77 factNbEmises PIC 9(6).
           77 maxIdFactureCli PIC 9(15).
           *>Ventilation de la TVA d'une facture par taux
           01 tableTvaFacture.
               02 tvaFactLigne OCCURS 5 TIMES.
                   03 tf_taux PIC 9(2)v9(2).
                   03 tf_HT PIC 9(9)v9(2).
                   03 tf_TVA PIC 9(9)v9(2).
           77 nbTauxFacture PIC 9(1).
           77 idxTauxFacture PIC 9(1).
           *>Précommandes et acomptes
           77 choixMenuPreco PIC 9(1).
           77 precoNumero PIC 9(15).
           77 precoTitre PIC A(30).
           77 precoDate PIC 9(8).
           77 precoSolde PIC 9(6)v9(2).
           77 precoFin PIC 9(1).
           77 precoRetenue PIC 9(1).
           77 precoMode PIC 9(1).
           77 precoNbRecues PIC 9(4).
           77 precoNbDetenues PIC 9(5).
           77 precoMention PIC X(15).
           77 precoEdition PIC 9(1).
           77 maxIdPrecommande PIC 9(15).
           77 maxIdRecherche PIC 9(15).
           77 maxIdMvtPoints PIC 9(15).
           77 maxIdCoffre PIC 9(15).
           77 maxIdOpeBq PIC 9(15).
           77 maxIdReleveBq PIC 9(15).
           77 maxIdDerog PIC 9(15).
           77 maxIdDefect PIC 9(15).
           77 maxIdSalon PIC 9(15).
           77 maxIdImputAcpt PIC 9(15).
           77 montantAcompteUtilise PIC 9(6)v9(2).
           77 montantAcompteLigne PIC 9(6)v9(2).
           77 encoursAcomptes PIC 9(9)v9(2).
           77 acomptesRecusJour PIC 9(9)v9(2).
           77 cptNumAcomptes PIC 9(8).
           *>Précommandes du client du ticket à déduire, relevées
           *>avant d'être reprises une à une sous verrou
           01 tablePrecoTicket.
               02 ptNumero PIC 9(15) OCCURS 20.
           77 nbPrecoTicket PIC 9(2).
           77 idxPrecoTicket PIC 9(2).
           *>Notifications clients
           77 choixMenuNotif PIC 9(1).
           77 notifType PIC X(1).
           77 notifClient PIC 9(15).
           77 notifPiece PIC 9(15).
           77 notifTitre PIC A(30).
           77 notifDateLimite PIC 9(8).
           77 notifDateJour PIC 9(8).
           77 notifFin PIC 9(1).
           77 notifExiste PIC 9(1).
           77 notifPrenom PIC A(30).
           77 notifNbCreees PIC 9(5).
           77 notifNbTransmises PIC 9(5).
           77 notifNbAppels PIC 9(5).
           77 notifNbEnvoyees PIC 9(5).
           77 notifNbEchecs PIC 9(5).
           77 notifNbInconnues PIC 9(5).
           77 notifDispo PIC S9(5).
           77 notifJoursRestants PIC S9(8).
           *>Une mise de côté est rappelée au client quand elle
           *>expire dans ce nombre de jours ou moins
           77 notifDelaiRappel PIC 9(2) VALUE 2.
           77 notifTelEdite PIC 9(10).
           77 notifMessage PIC X(120).
           77 notifCanalLibelle PIC X(4).
           77 notifEtat PIC X(30).
           77 maxIdNotification PIC 9(15).
           *>Etiquettes de rayon
           77 choixMenuEtiq PIC 9(1).
           77 etiqMotif PIC X(1).
           77 etiqSite PIC 9(2).
           77 etiqSerie PIC A(30).
           77 etiqFin PIC 9(1).
           77 etiqNbFile PIC 9(5).
           77 etiqNbImprimees PIC 9(5).
           77 etiqNbPlanches PIC 9(5).
           *>Planche d'étiquettes : 3 étiquettes de 26 caractères
           *>de large par rangée, 4 lignes imprimées plus 2 lignes
           *>d'intervalle par rangée, 8 rangées par planche
           77 etiqColonne PIC 9(1).
           77 etiqRangee PIC 9(2).
           77 etiqPos PIC 9(3).
           77 idxEtiq PIC 9(1).
           77 etiqTexte PIC X(25).
           77 etiqTomeEdite PIC ZZ9.
           01 etiqPlanche.
               02 etiqLigne PIC X(78) OCCURS 4.

           *>Rapport des exceptions par opérateur
           01 exceptionTable.
               02 exceptionLigne OCCURS 50 TIMES.
                   03 ex_operateur PIC 9(6).
                   03 ex_nbRemb PIC 9(5).
                   03 ex_mtRemb PIC 9(9)v9(2).
                   03 ex_nbRembAnonyme PIC 9(5).
                   03 ex_mtRembAnonyme PIC 9(9)v9(2).
                   03 ex_nbRachats PIC 9(5).
                   03 ex_mtRachats PIC 9(9)v9(2).
                   03 ex_nbSorties PIC 9(5).
                   03 ex_mtSorties PIC 9(9)v9(2).
                   03 ex_nbSessions PIC 9(5).
                   03 ex_ecart PIC S9(9)v9(2).
                   *>Cumul des seuls écarts négatifs (manques)
                   03 ex_manque PIC 9(9)v9(2).
                   03 ex_nbAjust PIC 9(5).
                   03 ex_qteAjust PIC 9(7).
           77 nbOperateursExc PIC 9(4).
           77 idxExc PIC 9(4).
           77 excOperateur PIC 9(6).
           77 excFin PIC 9(1).
           77 excDateRemb PIC 9(8).
           77 excNbAlertes PIC 9(4).
           77 excAlerte PIC X(60).
           77 excEcartEdite PIC -ZZZBZZ9.99.
           *>Moyennes de l'équipe sur les montants surveillés
           77 excMoyRemb PIC 9(9)v9(2).
           77 excMoyRembAnonyme PIC 9(9)v9(2).
           77 excMoyRachats PIC 9(9)v9(2).
           77 excMoySorties PIC 9(9)v9(2).
           77 excMoyManque PIC 9(9)v9(2).
           77 excMoyAjust PIC 9(5)v9(2).
           *>Un opérateur est signalé quand il dépasse la moyenne
           *>de l'équipe de plus de ce coefficient
           77 excCoefAlerte PIC 9v9 VALUE 2.0.
           *>Pointage du personnel
           77 choixMenuPointage PIC 9(1).
           77 pgOperateur PIC 9(6).
           77 pgNom PIC A(30).
           77 pgDate PIC 9(8).
           77 pgHeure PIC 9(4).
           77 pgHeureValide PIC 9(1).
           77 pgNouvelleEntree PIC 9(4).
           77 pgMention PIC X(22).
           *>0 = état des heures, 1 = export pour la paie
           77 pgModeExport PIC 9(1).
           77 pgHeureTemps PIC 9(8).
           77 pgEntree PIC 9(4).
           77 pgSortie PIC 9(4).
           77 pgOuvert PIC 9(1).
           77 pgReponse PIC 9(1).
           77 pgFin PIC 9(1).
           77 pgMois PIC 9(6).
           77 pgMinutes PIC 9(5).
           77 pgMinutesJour PIC 9(5).
           77 pgMinutesMois PIC 9(7).
           77 pgJoursMois PIC 9(3).
           77 pgOperateurCourant PIC 9(6).
           77 pgDateCourante PIC 9(8).
           77 pgHeuresEdite PIC ZZZZ9.
           77 pgMinEdite PIC 99.
           77 pgDecimal PIC 9(5)v9(2).
           77 pgDecimalEdite PIC ZZZZ9.99.
           77 pgMinDebut PIC 9(4).
           77 pgMinFin PIC 9(4).
           77 pgMinTranche PIC 9(4).
           77 pgTrancheDebut PIC 9(4).
           77 pgTrancheFin PIC 9(4).
           77 idxPgJour PIC 9(2).
           77 idxPgHeure PIC 9(2).
           *>Effectif pointé face à l'affluence, par jour de semaine
           *>(1 = lundi) et par heure (indice = heure + 1)
           01 effectifTable.
               02 effJour OCCURS 7 TIMES.
                   03 effHeure OCCURS 24 TIMES.
                       04 eff_minutes PIC 9(7).
                       04 eff_tickets PIC 9(7).
           77 effTicketCourant PIC X(18).
           77 effJourLibelle PIC X(9).
           77 effTotalMinutes PIC 9(9).
           77 effTotalTickets PIC 9(9).
           *>Tickets par heure de présence : de la tranche et de la
           *>période entière
           77 effRatio PIC 9(5)v9(2).
           77 effRatioMoyen PIC 9(5)v9(2).
           77 effRatioEdite PIC ZZZZ9.99.
           77 effAvis PIC X(20).
           *>Une tranche est en sous-effectif au-delà de ce multiple
           *>du ratio moyen, en sur-effectif en deçà de son inverse
           77 effCoefEcart PIC 9v9 VALUE 1.5.
           *>Liste de recherche des clients
           77 choixMenuRech PIC 9(1).
           77 idRecherche PIC 9(15).
           77 rechTitre PIC X(30).
           77 rechTitreExemplaire PIC X(30).
           77 rechOccasion PIC 9(1).
           77 rechDate PIC 9(8).
           77 rechDateLimite PIC 9(8).
           77 rechFin PIC 9(1).
           77 rechDispo PIC S9(5).
           77 rechPrixExemplaire PIC 9(6)v9(2).
           77 rechResaCreee PIC 9(1).
           77 rechNbProposees PIC 9(4).
           77 rechNbServies PIC 9(4).
           77 rechTitreCourant PIC X(30).
           77 rechNbDemandes PIC 9(4).
           77 rechNbOccOk PIC 9(4).
           77 rechPrixPlafond PIC 9(6)v9(2).
           77 rechSansLimite PIC 9(1).
           77 rechStock PIC 9(6).
           77 rechEditeur PIC X(12).
           77 rechNbTitres PIC 9(6).
           77 rechReponse PIC 9(1).
           *>Grand livre des points de fidélité
           77 choixMenuPts PIC 9(1).
           77 ptsClient PIC 9(15).
           77 ptsType PIC X(1).
           77 ptsMouvement PIC S9(7).
           77 ptsPiece PIC 9(15).
           77 ptsSolde PIC 9(6).
           77 ptsAvant PIC 9(6).
           77 ptsDateJour PIC 9(8).
           77 ptsDateLot PIC 9(8) VALUE 0.
           77 ptsAConsommer PIC 9(7).
           77 ptsPris PIC 9(6).
           77 ptsSommeLots PIC 9(7).
           77 ptsExpires PIC 9(7).
           77 ptsFin PIC 9(1).
           77 ptsDateLimite PIC 9(8).
           *>Durée de validité des points, en mois
           77 ptsDureeMois PIC 9(3) VALUE 24.
           77 ptsDecalage PIC S9(3).
           01 ptsDateCalc.
               02 ptsCalcAnnee PIC 9(4).
               02 ptsCalcMois PIC 9(2).
               02 ptsCalcJour PIC 9(2).
           77 ptsMoisTotal PIC 9(6).
           77 ptsNbClients PIC 9(6).
           77 ptsNbExpires PIC 9(6).
           77 ptsTotalExpires PIC 9(9).
           77 ptsTotalPassif PIC 9(9).
           77 ptsValeur PIC 9(7)v9(2).
           77 ptsValeurEditee PIC Z(6)9.99.
           77 ptsEdite PIC -(6)9.
           77 ptsLibelle PIC X(12).
           77 ptsExport PIC 9(1).
           *>Coffre et remises d'espèces en banque
           77 choixMenuCoffre PIC 9(1).
           77 coffreType PIC X(1).
           77 coffreMontant PIC 9(7)v9(2).
           77 coffreMouvement PIC S9(7)v9(2).
           77 coffreSolde PIC S9(9)v9(2).
           77 coffreEcart PIC S9(9)v9(2).
           77 coffreSession PIC 9(15).
           77 coffreReference PIC X(12).
           77 coffreNumRemise PIC 9(8).
           77 coffreFin PIC 9(1).
           77 coffreReponse PIC 9(1).
           77 coffreLibelle PIC X(12).
           77 coffreMontantLigne PIC 9(7)v9(2).
           77 coffreTotalEdite PIC Z(6)9.99.
           77 coffreSoldeEdite PIC -(8)9.99.
           01 coffreCoupures.
               02 cfNbCoupure PIC 9(4) OCCURS 15 TIMES.
           *>Rapprochement bancaire
           77 choixMenuBanque PIC 9(1).
           77 obType PIC X(1).
           77 obMode PIC X(1).
           77 obMontant PIC S9(9)v9(2).
           77 obTiers PIC 9(15).
           77 obPiece PIC 9(15).
           77 obReference PIC X(20).
           77 obLibelle PIC X(30).
           77 obChoixMode PIC 9(1).
           77 obNumCheque PIC X(12).
           *>Date de l'opération quand elle n'est pas du jour
           *>(date d'exécution d'un virement), remise à zéro après
           *>chaque écriture
           77 obDate PIC 9(8) VALUE 0.
           77 bkDateDebut PIC 9(8).
           77 bkDateFin PIC 9(8).
           *>Délai maximal en jours entre l'opération et son
           *>passage au relevé
           77 bkFenetre PIC 9(2) VALUE 5.
           77 bkFin PIC 9(1).
           77 bkSature PIC 9(1).
           77 bkNbAttendus PIC 9(4).
           77 idxAttendu PIC 9(4).
           77 bkTrouve PIC 9(4).
           77 bkPasse PIC 9(1).
           01 bkAttendusTable.
               02 bkAttendu OCCURS 500 TIMES.
                   03 ba_cle PIC X(20).
                   03 ba_date PIC 9(8).
                   03 ba_montant PIC S9(9)v9(2).
                   *>C = carte, Q = chèques, E = espèces,
                   *>F = fournisseur, A = ardoise
                   03 ba_source PIC X(1).
                   03 ba_reference PIC X(20).
                   03 ba_libelle PIC X(30).
                   03 ba_rapproche PIC 9(1).
           77 bkNbJours PIC 9(3).
           77 idxBkJour PIC 9(3).
           01 bkJoursTable.
               02 bkJour OCCURS 100 TIMES.
                   03 bj_date PIC 9(8).
                   03 bj_carte PIC 9(9)v9(2).
                   03 bj_cheques PIC 9(9)v9(2).
           77 bkTexte PIC X(61).
           77 bkLongRef PIC 9(2).
           77 bkNbOcc PIC 9(4).
           77 bkJoursLigne PIC 9(8).
           77 bkJoursAttendu PIC 9(8).
           77 bkDateLigne PIC 9(8).
           77 bkMontantLigne PIC 9(6)v9(2).
           77 bkSoldeReleve PIC S9(9)v9(2).
           77 bkSoldeRapproche PIC S9(9)v9(2).
           77 bkTotalAttendus PIC S9(9)v9(2).
           77 bkTotalNonExpl PIC S9(9)v9(2).
           77 bkNbLues PIC 9(6).
           77 bkNbDoublons PIC 9(6).
           77 bkNbRapproches PIC 9(6).
           77 bkLigneChoisie PIC 9(15).
           77 bkChoix PIC 9(4).
           77 bkDateBas PIC 9(8).
           01 bkDateCalc.
               02 bkCalcAnnee PIC 9(4).
               02 bkCalcMois PIC 9(2).
               02 bkCalcJour PIC 9(2).
           77 bkReponse PIC 9(1).
           *>Virements SEPA des factures fournisseurs
           77 vsDatePaiement PIC 9(8).
           77 vsDateJour PIC 9(8).
           77 vsHeure PIC 9(8).
           77 vsNbLignes PIC 9(3).
           77 vsNbRetenues PIC 9(3).
           77 idxVs PIC 9(3).
           77 vsChoix PIC 9(3).
           77 vsReponse PIC 9(1).
           77 vsFin PIC 9(1).
           77 vsTotal PIC 9(9)v9(2).
           77 vsMontant PIC 9(9)v9(2).
           77 vsMontantEdite PIC Z(8)9.99.
           77 vsMontantTexte PIC X(12).
           77 vsNbEspaces PIC 9(2).
           77 vsNumRemise PIC 9(8).
           77 vsMessageId PIC X(30).
           77 vsReference PIC X(20).
           77 vsNbTxEdite PIC Z(2)9.
           77 vsNbTxTexte PIC X(3).
           01 vsDateIso.
               02 vsIsoAnnee PIC 9(4).
               02 FILLER PIC X(1) VALUE "-".
               02 vsIsoMois PIC 9(2).
               02 FILLER PIC X(1) VALUE "-".
               02 vsIsoJour PIC 9(2).
           01 vsDateDecoupee.
               02 vsDecAnnee PIC 9(4).
               02 vsDecMois PIC 9(2).
               02 vsDecJour PIC 9(2).
           01 vsPropositionTable.
               02 vsLigne OCCURS 200 TIMES.
                   03 vp_facture PIC 9(9).
                   03 vp_fournisseur PIC 9(6).
                   03 vp_nom PIC X(30).
                   03 vp_iban PIC X(34).
                   03 vp_bic PIC X(11).
                   03 vp_echeance PIC 9(8).
                   03 vp_reste PIC 9(9)v9(2).
                   03 vp_avoir PIC 9(9)v9(2).
                   03 vp_net PIC S9(9)v9(2).
                   *>1 = retenue dans le virement, 0 = écartée
                   03 vp_retenue PIC 9(1).
           *>Compte de la boutique débité par les virements
           01 coordonneesBoutique.
               02 vsNomBoutique PIC X(30) VALUE
                   "SARL LA BOUTIQUE COMIC".
               02 vsIbanBoutique PIC X(34) VALUE
                   "FR7630004000031234567890143".
               02 vsBicBoutique PIC X(11) VALUE "BNPAFRPPLYO".
           *>Pointage du relevé de compte d'un fournisseur
           77 rsFin PIC 9(1).
           77 rsNbPieces PIC 9(3).
           77 idxRs PIC 9(3).
           77 rsTrouve PIC 9(3).
           77 rsType PIC X(1).
           77 rsNumero PIC X(15).
           77 rsMontant PIC 9(9)v9(2).
           77 rsDate PIC 9(8).
           77 rsDateDebut PIC 9(8).
           77 rsDateFin PIC 9(8).
           77 rsSoldeEux PIC S9(9)v9(2).
           77 rsSoldeNous PIC S9(9)v9(2).
           77 rsEcart PIC S9(9)v9(2).
           77 rsNbLues PIC 9(4).
           77 rsNbEcarts PIC 9(4).
           77 rsLibelle PIC X(34).
           77 rsMontantEdite PIC ZZZBZZZBZZ9.99.
           01 rsPiecesTable.
               02 rsPiece OCCURS 300 TIMES.
                   *>F = facture, A = avoir, R = règlement
                   03 rp_type PIC X(1).
                   03 rp_cle PIC X(15).
                   03 rp_numero PIC 9(15).
                   03 rp_date PIC 9(8).
                   03 rp_montant PIC 9(9)v9(2).
                   *>Avoir : 0 = attendu, 1 = reçu
                   03 rp_statut PIC 9(1).
                   03 rp_vu PIC 9(1).
           *>Rotation, couverture et GMROI du stock
           77 rotMoisDebut PIC 9(6).
           77 rotMoisFin PIC 9(6).
           77 rotMoisCourant PIC 9(6).
           77 rotNbJours PIC 9(5).
           77 rotFin PIC 9(1).
           77 rotSature PIC 9(1).
           77 rotNbTitres PIC 9(4).
           77 idxRot PIC 9(4).
           77 rotTrouve PIC 9(4).
           77 rotNbGroupes PIC 9(4).
           77 idxGp PIC 9(4).
           77 gpTrouve PIC 9(4).
           77 rotDimension PIC 9(1).
           77 rotCleGroupe PIC X(30).
           77 rotStockFin PIC S9(6).
           77 rotStockDebut PIC S9(6).
           77 rotStockMoyen PIC 9(6)v9(2).
           77 rotMeilleur PIC 9(4).
           77 rotMoinsBon PIC 9(4).
           77 rotLibelleDim PIC X(12).
           77 rotRotationEdite PIC ZZ9.99.
           77 rotCouvertureEdite PIC ZZZZ9.
           77 rotGmroiEdite PIC -ZZ9.99.
           77 rotValeurEdite PIC -ZZZBZZZBZZ9.
           01 rotTitresTable.
               02 rotTitre OCCURS 500 TIMES.
                   03 rt_titre PIC A(30).
                   03 rt_serie PIC A(30).
                   03 rt_auteur PIC A(30).
                   03 rt_fournisseur PIC A(30).
                   03 rt_dateAchat PIC 9(8).
                   03 rt_pmp PIC 9(6)v9(2).
                   03 rt_stock PIC 9(6).
                   03 rt_achatsPeriode PIC 9(6).
                   03 rt_achatsApres PIC 9(6).
                   03 rt_ventesPeriode PIC 9(6).
                   03 rt_ventesApres PIC 9(6).
                   03 rt_caHT PIC 9(9)v9(2).
           01 rotGroupesTable.
               02 rotGroupe OCCURS 500 TIMES.
                   03 gp_cle PIC X(30).
                   03 gp_nbTitres PIC 9(4).
                   03 gp_stockValeur PIC 9(9)v9(2).
                   03 gp_coutVentes PIC 9(9)v9(2).
                   03 gp_caHT PIC 9(9)v9(2).
                   03 gp_marge PIC S9(9)v9(2).
                   *>Rotation et GMROI ramenés à l'année,
                   *>couverture en jours
                   03 gp_rotation PIC 9(3)v9(2).
                   03 gp_couverture PIC 9(5).
                   03 gp_gmroi PIC S9(3)v9(2).
           *>Budgets d'achat : budgets posés, engagé du mois (achats
           *>et commandes non reçues) et restes
           77 choixMenuBudget PIC 9(1).
           77 buMois PIC 9(6).
           77 buMoisLu PIC 9(6).
           77 buFournisseur PIC 9(6).
           77 buNomFournisseur PIC A(30).
           77 buSaisieMontant PIC 9(9)v9(2).
           77 buAFourn PIC 9(1).
           77 buAGlobal PIC 9(1).
           77 buBudgetFourn PIC 9(9)v9(2).
           77 buBudgetGlobal PIC 9(9)v9(2).
           77 buEngageFourn PIC 9(9)v9(2).
           77 buEngageGlobal PIC 9(9)v9(2).
           *>Déjà imputé par la commande en cours de saisie
           77 buEnCours PIC 9(9)v9(2).
           77 buMontant PIC 9(9)v9(2).
           77 buMontantLu PIC 9(9)v9(2).
           77 buQteOuverte PIC S9(6).
           77 buResteFourn PIC S9(9)v9(2).
           77 buResteGlobal PIC S9(9)v9(2).
           77 buDepasse PIC 9(1).
           77 buAccord PIC 9(1).
           77 buChoix PIC 9(1).
           77 buCodeGerant PIC 9(6).
           77 buMotPasse PIC X(10).
           77 buFin PIC 9(1).
           77 buNbLus PIC 9(4).
           77 buNbLignes PIC 9(4).
           77 idxBu PIC 9(4).
           77 buTrouve PIC 9(4).
           77 buTotAchats PIC 9(9)v9(2).
           77 buTotOuvert PIC 9(9)v9(2).
           77 buTotBudgets PIC 9(9)v9(2).
           77 buVentesMois PIC 9(9)v9(2).
           77 buEcart PIC S9(9)v9(2).
           77 buTaux PIC 9(5)v9(1).
           77 buTauxEdite PIC ZZZZ9.9.
           77 buMontantEdite PIC -ZZZBZZZBZZ9.99.
           01 buLignesTable.
               02 buLigne OCCURS 300 TIMES.
                   03 bl_fournisseur PIC 9(6).
                   03 bl_nom PIC A(30).
                   03 bl_budget PIC 9(9)v9(2).
                   03 bl_achats PIC 9(9)v9(2).
                   03 bl_ouvert PIC 9(9)v9(2).
           *>Rayons : liste des rayons, titres et groupes des
           *>chiffres par rayon
           77 choixMenuRayon PIC 9(1).
           77 rayCode PIC X(6).
           77 rayCodeVerif PIC X(6).
           77 rayParent PIC X(6).
           77 rayFiltre PIC X(6).
           77 rayCleGroupe PIC X(6).
           77 rayLibelle PIC X(30).
           77 rayLibelleLu PIC X(30).
           77 rayParentLu PIC X(6).
           77 rayResponsable PIC 9(6).
           77 rayonTrouve PIC 9(1).
           77 rayExiste PIC 9(1).
           77 rayParentOk PIC 9(1).
           77 rayNbEnfants PIC 9(4).
           77 rayNbAffectees PIC 9(6).
           77 rayCritere PIC 9(1).
           77 rayValeur PIC A(30).
           77 rayEcraser PIC 9(1).
           77 rayCorrespond PIC 9(1).
           77 rayFin PIC 9(1).
           77 rayNiveau PIC 9(1).
           77 rayInclus PIC 9(1).
           77 rayMoisDebut PIC 9(6).
           77 rayMoisFin PIC 9(6).
           77 rayMoisLu PIC 9(6).
           77 rayMontantW PIC 9(9)v9(2).
           77 rayValeurEdite PIC ZZZBZZZBZZ9.99.
           77 rayNbMaitres PIC 9(4).
           77 idxRm PIC 9(4).
           77 idxRm2 PIC 9(4).
           77 rayNbTitres PIC 9(4).
           77 idxRr PIC 9(4).
           77 rrTrouve PIC 9(4).
           77 rayNbGroupes PIC 9(4).
           77 idxGr PIC 9(4).
           77 grTrouve PIC 9(4).
           01 rayMaitresTable.
               02 rayMaitre OCCURS 100 TIMES.
                   03 rm_code PIC X(6).
                   03 rm_libelle PIC X(30).
                   03 rm_parent PIC X(6).
                   03 rm_responsable PIC 9(6).
           01 rayTitresTable.
               02 rayTitre OCCURS 500 TIMES.
                   03 rr_titre PIC A(30).
                   03 rr_groupe PIC 9(4).
                   03 rr_stock PIC 9(6).
                   03 rr_unites PIC 9(6).
                   03 rr_reappro PIC 9(1).
           01 rayGroupesTable.
               02 rayGroupe OCCURS 100 TIMES.
                   03 gr_code PIC X(6).
                   03 gr_libelle PIC X(30).
                   03 gr_ventes PIC 9(9)v9(2).
                   03 gr_unites PIC 9(6).
                   03 gr_achats PIC 9(9)v9(2).
                   03 gr_stockValeur PIC 9(9)v9(2).
                   03 gr_nbReappro PIC 9(4).
                   03 gr_nbInvendus PIC 9(4).
           *>Coffrets : définition, vente en caisse, retour et
           *>coffrets constituables
           77 choixMenuCoffret PIC 9(1).
           77 coffretTrouve PIC 9(1).
           77 cxEan PIC X(13).
           77 cxLibelle PIC A(30).
           77 cxPrix PIC 9(6)v9(2).
           77 cxNb PIC 9(4).
           77 cxNbComposants PIC 9(2).
           77 idxCx PIC 9(2).
           77 cxAbsorbe PIC 9(2).
           77 cxPremiereLigne PIC 9(2).
           77 cxStockOk PIC 9(1).
           77 cxExiste PIC 9(1).
           77 cxFin PIC 9(1).
           77 cxQteComposant PIC 9(6).
           77 cxPoidsTotal PIC 9(9)v9(2).
           77 cxReparti PIC 9(9)v9(2).
           77 cxSommePublic PIC 9(9)v9(2).
           77 cxPlancher PIC 9(9)v9(2).
           77 cxPossibles PIC 9(6).
           77 cxPossiblesTotal PIC 9(6).
           77 cxQuotient PIC 9(6).
           77 cxDispo PIC S9(6).
           77 cxLimitant PIC A(30).
           77 cxNbCoffrets PIC 9(4).
           77 retourCoffretEnCours PIC 9(1) VALUE 0.
           77 retourModeImpose PIC 9(1) VALUE 0.
           77 cxTicket PIC 9(15).
           77 cxMontantRetour PIC 9(9)v9(2).
           77 cxNbRetours PIC 9(2).
           77 idxCxR PIC 9(2).
           01 cxComposantsTable.
               02 cxComposant OCCURS 10 TIMES.
                   03 cc_titre PIC A(30).
                   03 cc_qte PIC 9(2).
                   03 cc_prix PIC 9(6)v9(2).
                   03 cc_prixPublic PIC 9(6)v9(2).
                   03 cc_tauxTva PIC 9(2)v9(2).
                   03 cc_prixUnitaire PIC 9(6)v9(2).
                   03 cc_decremente PIC 9(1).
           01 cxRetoursTable.
               02 cxRetourId PIC 9(15) OCCURS 20 TIMES.
           *>Equilibrage des stocks entre boutiques : fenêtre de
           *>ventes, couverture visée et propositions de transfert
           77 eqNbMois PIC 9(2).
           77 eqCouverture PIC 9(2).
           77 eqSemaines PIC 9(3)v9(2).
           77 eqDateDebut PIC 9(8).
           77 eqDateFin PIC 9(8).
           77 eqAnneeW PIC 9(4).
           77 eqMoisW PIC 9(2).
           77 eqJourW PIC 9(2).
           77 eqMoisTotalW PIC 9(6).
           77 eqFin PIC 9(1).
           77 eqChoix PIC 9(1).
           77 eqTitreCourant PIC A(30).
           77 eqTitreVente PIC A(30).
           77 eqSiteVente PIC 9(2).
           77 eqQteVente PIC 9(4).
           77 eqQteVendue PIC 9(6).
           77 eqVitesse PIC 9(4)v9(2).
           77 eqEcart PIC S9(6).
           77 eqMini PIC 9(6).
           77 eqQte PIC 9(4).
           77 eqMeilleur PIC 9(2).
           77 eqNbSites PIC 9(2).
           77 idxEs PIC 9(2).
           77 idxEs2 PIC 9(2).
           77 eqNbAcceptes PIC 9(4).
           77 eqNbVentes PIC 9(4).
           77 idxVq PIC 9(4).
           77 vqTrouve PIC 9(4).
           77 eqNbTransit PIC 9(4).
           77 idxTt PIC 9(4).
           77 ttTrouve PIC 9(4).
           77 eqNbProps PIC 9(4).
           77 idxEp PIC 9(4).
           77 qteEnTransit PIC 9(5).
           77 eqNbSalons PIC 9(2).
           77 idxSalonEq PIC 9(3).
           77 eqSalonTrouve PIC 9(1).
           77 eqSiteCherche PIC 9(2).
           01 eqSalonsTable.
               02 eqSiteSalon PIC 9(2) OCCURS 99 TIMES.
           01 eqVentesTable.
               02 eqVente OCCURS 2000 TIMES.
                   03 vq_titre PIC A(30).
                   03 vq_site PIC 9(2).
                   03 vq_qte PIC 9(6).
           01 eqSitesTable.
               02 eqSite OCCURS 20 TIMES.
                   03 es_site PIC 9(2).
                   03 es_dispo PIC 9(4).
                   03 es_stock PIC 9(6).
                   03 es_cible PIC 9(6).
                   03 es_besoin PIC 9(6).
                   03 es_surplus PIC 9(6).
           01 eqTransitTable.
               02 eqTransit OCCURS 500 TIMES.
                   03 tt_titre PIC A(30).
                   03 tt_site PIC 9(2).
                   03 tt_qte PIC 9(6).
           01 eqPropositionsTable.
               02 eqProposition OCCURS 300 TIMES.
                   03 ep_titre PIC A(30).
                   03 ep_origine PIC 9(2).
                   03 ep_dest PIC 9(2).
                   03 ep_qte PIC 9(4).
                   03 ep_stockOrigine PIC 9(6).
                   03 ep_stockDest PIC 9(6).

           *>Mode hors ligne de la caisse : accès aux fichiers
           *>partagés, bloc d'ids réservé et rejeu du journal local
           77 partageAccessible PIC 9(1).
           77 rejeuHorsLigne PIC 9(1) VALUE 0.
           77 hlNbTickets PIC 9(4).
           77 hlNbVentes PIC 9(5).
           77 hlNouveauBloc PIC 9(1).
           77 hlTicketsRestants PIC 9(15).
           77 hlVentesRestantes PIC 9(15).
           77 hlMaxLignes PIC 9(2).
           77 hlNbReferences PIC 9(6).
           77 hlTrouve PIC 9(1).
           77 hlFin PIC 9(1).
           77 hlIdx PIC 9(2).
           77 hlNbReglements PIC 9(1).
           77 hlNbAttente PIC 9(6).
           77 hlNbRejoues PIC 9(6).
           77 hlNbDejaPostes PIC 9(6).
           77 hlNbExceptions PIC 9(6).
           77 hlDejaPoste PIC 9(1).
           77 hlClientConnu PIC 9(1).
           77 hlManque PIC 9(4).
           77 hlMotif PIC X(60).
           77 hlTitreException PIC A(30).
           77 hlOperateurSauve PIC 9(6).
           77 hlSiteSauve PIC 9(2).
           01 hlIdsVenteTable.
               02 hv_idVente PIC 9(15) OCCURS 20 TIMES.

           *>Position et valorisation du stock à une date passée
           77 pdDate PIC 9(8).
           77 pdDateJour PIC 9(8).
           77 pdFin PIC 9(1).
           77 pdDelta PIC S9(7).
           77 pdQteDate PIC S9(7).
           77 pdPmpTrouve PIC 9(1).
           77 pdPmpDate PIC 9(6)v9(2).
           77 pdCout PIC 9(6)v9(2).
           77 pdValeurLigne PIC 9(11)v9(2).
           77 pdValeurSite PIC 9(11)v9(2).
           77 pdValeurTotale PIC 9(11)v9(2).
           77 pdQteSite PIC 9(9).
           77 pdQteTotale PIC 9(9).
           77 pdSiteCourant PIC 9(2).
           77 pdNbReferences PIC 9(6).
           77 pdNbNegatifs PIC 9(6).
           77 pdNbOrphelins PIC 9(6).
           77 pdNbVentes PIC 9(7).
           77 pdNbCommandes PIC 9(7).
           77 pdNbRetours PIC 9(7).
           77 pdNbAchats PIC 9(7).
           77 pdNbComptages PIC 9(7).
           77 pdNbRetoursF PIC 9(7).
           77 pdNbTransferts PIC 9(7).
           77 pdNbRachats PIC 9(7).
           77 pdNbTva PIC 9(2).
           77 idxPd PIC 9(2).
           77 pdQteEditee PIC -(6)9.
           77 pdValeurEditee PIC ZZZBZZZBZZZBZZ9.99.
           77 pdTauxEdite PIC Z9.99.
           01 pdCleTri.
               02 pdTriSite PIC 9(2).
               02 pdTriTitre PIC X(30).
           01 pdCleInv.
               02 pdInvSite PIC 9(2).
               02 pdInvTitre PIC X(30).
           01 pdTvaTable.
               02 pdTva OCCURS 10 TIMES.
                   03 pt_taux PIC 9(2)v9(2).
                   03 pt_qte PIC 9(9).
                   03 pt_valeur PIC 9(11)v9(2).
           *>Dérogations : opération demandée, valeur à comparer au
           *>seuil, pièce concernée, et en retour l'accord et le
           *>gérant qui l'a donné (0 sans dérogation nécessaire)
           77 dgOperation PIC X(10).
           77 dgValeur PIC 9(7)v9(2).
           77 dgSeuil PIC 9(7)v9(2).
           77 dgObjet PIC X(30).
           77 dgClient PIC 9(15).
           *>Prix unitaire forcé sur la ligne du ticket (0 = prix
           *>du jour) et gérant qui l'a accordé
           77 prixForceSaisi PIC 9(6)v9(2).
           77 gerantLigne PIC 9(6).
           77 dgAccord PIC 9(1).
           77 dgRequis PIC 9(1).
           77 dgGerant PIC 9(6).
           77 dgCodeSaisi PIC 9(6).
           77 dgMotPasse PIC X(10).
           77 dgGerantValide PIC 9(1).
           77 dgChoix PIC 9(1).
           77 dgHeure PIC 9(8).
           77 dgFin PIC 9(1).
           77 dgDateDebut PIC 9(8).
           77 dgDateFin PIC 9(8).
           77 dgNbAccordees PIC 9(5).
           77 dgNbRefusees PIC 9(5).
           77 dgDecision PIC X(8).
           77 dgValeurEditee PIC ZZZZZZ9.99.
           77 dgSeuilEdite PIC ZZZZZZ9.99.
           77 dgLibelleUnite PIC X(20).
           *>Echange d'exemplaires défectueux
           77 dfQte PIC 9(4).
           77 dfOk PIC 9(1).
           77 dfFin PIC 9(1).
           77 dfDateAchat PIC 9(8).
           77 dfNomFournisseur PIC A(30).
           77 dfFournisseur PIC 9(6).
           77 dfPrixAchat PIC 9(6)v9(2).
           77 dfNbAttente PIC 9(5).
           77 dfQteAttente PIC 9(7).
           77 dfChoix PIC 9(1).
           77 dfFournCourant PIC 9(6).
           77 dfQteFourn PIC 9(7).
           77 dfMontantFourn PIC 9(9)v9(2).
           77 dfMontantTotal PIC 9(9)v9(2).
           77 dfQteTotale PIC 9(7).
           77 dfQteEchangee PIC 9(7).
           77 dfQteEchangeable PIC 9(7).
           *>Echange d'un article au comptoir
           77 echTicketOrigine PIC 9(15).
           77 echTicketLie PIC 9(15) VALUE 0.
           77 echStatut PIC 9(15).
           77 echTrouve PIC 9(1).
           77 echFin PIC 9(1).
           77 echNbLignes PIC 9(3).
           77 echTitre PIC A(30).
           77 echQte PIC 9(4).
           77 echClient PIC 9(15).
           77 echValeurReprise PIC 9(9)v9(2).
           77 echCredit PIC 9(9)v9(2) VALUE 0.
           77 echRendu PIC 9(9)v9(2).
           77 echRegleOrigine PIC 9(9)v9(2).
           77 echRenduLibre PIC 9(9)v9(2).
           77 echRenduAvoir PIC 9(9)v9(2).
           77 echModeRendu PIC 9(1).
           77 echDate PIC 9(8).
           *>Salons et foires
           77 choixMenuSalon PIC 9(1).
           77 salonId PIC 9(6).
           77 salonTrouve PIC 9(1).
           77 salonFin PIC 9(1).
           77 salonOk PIC 9(1).
           77 salonNom PIC X(30).
           77 salonSite PIC 9(2).
           77 salonBoutique PIC 9(2).
           77 salonDebut PIC 9(8).
           77 salonDateFin PIC 9(8).
           77 salonFrais PIC 9(7)v9(2).
           77 salonStatut PIC 9(1).
           77 salonCloture PIC 9(8).
           77 salonFicheLue PIC 9(1).
           77 salonQte PIC 9(5).
           77 salonLigneMax PIC 9(4).
           77 salonOrigine PIC 9(2).
           77 salonDest PIC 9(2).
           77 salonPosteBoutique PIC 9(2) VALUE 0.
           77 salonNbLignes PIC 9(3).
           77 salonIdx PIC 9(3).
           77 salonAttendu PIC S9(5).
           77 salonEcart PIC S9(5).
           77 salonTotalTTC PIC 9(9)v9(2).
           77 salonTotalHT PIC 9(9)v9(2).
           77 salonTotalCout PIC 9(9)v9(2).
           77 salonMarge PIC S9(9)v9(2).
           77 salonResultat PIC S9(9)v9(2).
           77 salonQteVendue PIC 9(7).
           77 salonFiche PIC X(300).
           01 salonTable.
               02 salonLigne OCCURS 100 TIMES.
                   03 st_titre PIC A(30).
                   03 st_ligne PIC 9(4).
                   03 st_sortie PIC 9(5).
                   03 st_vendu PIC 9(5).
                   03 st_rapporte PIC 9(5).
                   03 st_ttc PIC 9(9)v9(2).
                   03 st_ht PIC 9(9)v9(2).
                   03 st_pmp PIC 9(6)v9(2).
           *>Prévision de trésorerie à la semaine
           77 tresoNbSemaines PIC 9(2).
           77 tresoSeuil PIC 9(9)v9(2).
           77 tresoDelaiCde PIC 9(3).
           77 tresoReponse PIC 9(1).
           77 tresoSoldeTrouve PIC 9(1).
           77 tresoDateSolde PIC 9(8).
           77 tresoSoldeRapproche PIC S9(9)v9(2).
           77 tresoDepuis PIC S9(9)v9(2).
           77 tresoSolde PIC S9(9)v9(2).
           77 tresoSoldeMini PIC S9(9)v9(2).
           77 tresoAujourdhui PIC 9(8).
           77 tresoDateBas PIC 9(8).
           77 tresoFinMois PIC 9(8).
           77 tresoDate PIC 9(8).
           01 tresoDateCalc.
               02 tresoCalcAnnee PIC 9(4).
               02 tresoCalcMois PIC 9(2).
               02 tresoCalcJour PIC 9(2).
           77 tresoFin PIC 9(1).
           77 tresoIdx PIC 9(2).
           77 tresoSem PIC 9(2).
           77 tresoDerniere PIC 9(2).
           77 tresoMontant PIC S9(9)v9(2).
           77 tresoPart PIC S9(9)v9(2).
           77 tresoEntrees PIC S9(9)v9(2).
           77 tresoSorties PIC S9(9)v9(2).
           77 tresoRecettesSemaine PIC 9(9)v9(2).
           77 tresoNbSousSeuil PIC 9(2).
           77 tresoNumCde PIC 9(9).
           77 tresoCdeRetenue PIC 9(1).
           77 tresoNbCdeFact PIC 9(3).
           77 tresoCdeSature PIC 9(1).
           77 tresoIdxCde PIC 9(3).
           77 tresoEdite1 PIC ZZZBZZZBZZ9.99.
           77 tresoEdite2 PIC ZZZBZZZBZZ9.99.
           01 tresoMoyennes.
               02 tresoMoyJour PIC 9(9)v9(2) OCCURS 7 TIMES.
           01 tresoCdeFacturees.
               02 tresoCdeFact PIC 9(9) OCCURS 500 TIMES.
           01 tresoTable.
               02 tresoSemaine OCCURS 12 TIMES.
                   03 ts_debut PIC 9(8).
                   03 ts_fin PIC 9(8).
                   03 ts_recettes PIC 9(9)v9(2).
                   03 ts_ardoise PIC 9(9)v9(2).
                   03 ts_factures PIC 9(9)v9(2).
                   03 ts_commandes PIC 9(9)v9(2).
                   03 ts_depots PIC 9(9)v9(2).
                   03 ts_avoirs PIC 9(9)v9(2).
                   03 ts_solde PIC S9(9)v9(2).
           77 precoImputTrouvee PIC 9(1).
           77 precoImputFin PIC 9(1).

       SCREEN SECTION.
       *>Formulaires plein écran des saisies principales : tous les
           02 LINE 9 COL 29 PIC 9(1) USING cl_consentMail.
           02 LINE 10 COL 5 VALUE "Accord telephone (0/1):".
           02 LINE 10 COL 29 PIC 9(1) USING cl_consentTel.
           02 LINE 11 COL 5 VALUE "Collectivite (0/1)     :".
           02 LINE 11 COL 29 PIC 9(1) USING cl_typeClient.
       01 ecranReference.
           02 BLANK SCREEN.
           02 LINE 2 COL 5 VALUE "--- NOUVELLE REFERENCE ---".
           02 LINE 11 COL 21 PIC A(30) USING refSerieSaisie.
           02 LINE 12 COL 5 VALUE "Tome         :".
           02 LINE 12 COL 21 PIC 9(3) USING refTomeSaisi.
           02 LINE 13 COL 5 VALUE "Prix public  :".
           02 LINE 13 COL 21 PIC 9(6)V9(2) USING refPrixPublicSaisi.
           02 LINE 14 COL 5 VALUE "Rayon (0=aucun):".
           02 LINE 14 COL 21 PIC X(6) USING refRayonSaisi.
       01 ecranAchat.
           02 BLANK SCREEN.
           02 LINE 2 COL 5 VALUE "--- SAISIE D'UN ACHAT ---".
           02 LINE 6 COL 17 PIC 9(6)V9(2) USING refPrixSaisi.
           02 LINE 7 COL 5 VALUE "Taux TVA :".
           02 LINE 7 COL 17 PIC 9(2)V9(2) USING refTauxSaisi.
           02 LINE 8 COL 5 VALUE "Prix pub.:".
           02 LINE 8 COL 17 PIC 9(6)V9(2) USING refPrixPublicSaisi.
       01 ecranEnteteVente.
           02 BLANK SCREEN.
           02 LINE 2 COL 5 VALUE "--- NOUVEAU TICKET DE VENTE ---".
           02 LINE 4 COL 21 PIC A(30) USING nomComicVente.
           02 LINE 5 COL 5 VALUE "Quantite     :".
           02 LINE 5 COL 21 PIC 9(4) USING qteLigneSaisie.
           02 LINE 6 COL 5 VALUE "Prix force   :".
           02 LINE 6 COL 21 PIC 9(6)V9(2) USING prixForceSaisi.
           02 LINE 7 COL 5 VALUE "(prix force a 0 = prix affiche)".

       PROCEDURE DIVISION.

           END-IF
           CLOSE fventesArchive

           OPEN I-O fplafondsLang
           IF cr_fplafondsLang=35 THEN
               OPEN OUTPUT fplafondsLang
           END-IF
           CLOSE fplafondsLang

           OPEN I-O fsceaux
           IF cr_fsceaux=35 THEN
               OPEN OUTPUT fsceaux
           END-IF
           CLOSE fsceaux

           OPEN I-O fgrandsTotaux
           IF cr_fgrandsTotaux=35 THEN
               OPEN OUTPUT fgrandsTotaux
           END-IF
           CLOSE fgrandsTotaux

           OPEN I-O ffacturesCli
           IF cr_ffacturesCli=35 THEN
               OPEN OUTPUT ffacturesCli
           END-IF
           CLOSE ffacturesCli

           OPEN I-O fprecommandes
           IF cr_fprecommandes=35 THEN
               OPEN OUTPUT fprecommandes
           END-IF
           CLOSE fprecommandes

           OPEN I-O fnotifications
           IF cr_fnotifications=35 THEN
               OPEN OUTPUT fnotifications
           END-IF
           CLOSE fnotifications

           OPEN I-O fetiquettes
           IF cr_fetiquettes=35 THEN
               OPEN OUTPUT fetiquettes
           END-IF
           CLOSE fetiquettes

           OPEN I-O fpointages
           IF cr_fpointages=35 THEN
               OPEN OUTPUT fpointages
           END-IF
           CLOSE fpointages

           OPEN I-O frecherches
           IF cr_frecherches=35 THEN
               OPEN OUTPUT frecherches
           END-IF
           CLOSE frecherches

           OPEN I-O fmvtsPoints
           IF cr_fmvtsPoints=35 THEN
               OPEN OUTPUT fmvtsPoints
           END-IF
           CLOSE fmvtsPoints

           OPEN I-O fcoffre
           IF cr_fcoffre=35 THEN
               OPEN OUTPUT fcoffre
           END-IF
           CLOSE fcoffre

           OPEN I-O foperationsBq
           IF cr_foperationsBq=35 THEN
               OPEN OUTPUT foperationsBq
           END-IF
           CLOSE foperationsBq

           OPEN I-O freleveBq
           IF cr_freleveBq=35 THEN
               OPEN OUTPUT freleveBq
           END-IF
           CLOSE freleveBq

           OPEN I-O fbudgets
           IF cr_fbudgets=35 THEN
               OPEN OUTPUT fbudgets
           END-IF
           CLOSE fbudgets

           OPEN I-O frayons
           IF cr_frayons=35 THEN
               OPEN OUTPUT frayons
           END-IF
           CLOSE frayons

           OPEN I-O fcoffrets
           IF cr_fcoffrets=35 THEN
               OPEN OUTPUT fcoffrets
           END-IF
           CLOSE fcoffrets

           OPEN I-O fseuilsDerog
           IF cr_fseuilsDerog=35 THEN
               OPEN OUTPUT fseuilsDerog
           END-IF
           CLOSE fseuilsDerog

           OPEN I-O fderogations
           IF cr_fderogations=35 THEN
               OPEN OUTPUT fderogations
           END-IF
           CLOSE fderogations

           OPEN I-O fdefectueux
           IF cr_fdefectueux=35 THEN
               OPEN OUTPUT fdefectueux
           END-IF
           CLOSE fdefectueux

           OPEN I-O fsalons
           IF cr_fsalons=35 THEN
               OPEN OUTPUT fsalons
           END-IF
           CLOSE fsalons

           OPEN I-O fsoldesBq
           IF cr_fsoldesBq=35 THEN
               OPEN OUTPUT fsoldesBq
           END-IF
           CLOSE fsoldesBq

           OPEN I-O fimputAcomptes
           IF cr_fimputAcomptes=35 THEN
               OPEN OUTPUT fimputAcomptes
           END-IF
           CLOSE fimputAcomptes

           *>Les contrôles de démarrage ne viennent qu'une fois TOUS
           *>les fichiers créés : ils balayent l'ensemble des
           *>fichiers et liraient sinon un fichier jamais ouvert sur
       COPY "compteur.cpy".
       COPY "erreurs.cpy".
       COPY "dates.cpy".
       COPY "loilang.cpy".
       COPY "sceau.cpy".
       COPY "recu.cpy".
       COPY "facturecli.cpy".
       COPY "precommande.cpy".
       COPY "notification.cpy".
       COPY "etiquette.cpy".
       COPY "exception.cpy".
       COPY "pointage.cpy".
       COPY "transmission.cpy".
       COPY "flux.cpy".
       COPY "web.cpy".
       COPY "recherche.cpy".
       COPY "points.cpy".
       COPY "coffre.cpy".
       COPY "banque.cpy".
       COPY "sepa.cpy".
       COPY "relevefourn.cpy".
       COPY "rotation.cpy".
       COPY "budget.cpy".
       COPY "rayon.cpy".
       COPY "coffret.cpy".
       COPY "equilibrage.cpy".
       COPY "horsligne.cpy".
       COPY "positiondate.cpy".
       COPY "derogation.cpy".
       COPY "defectueux.cpy".
       COPY "echange.cpy".
       COPY "salon.cpy".
       COPY "tresorerie.cpy".
