           *>ligne dans ticketTable ; chaque ligne décrémente le stock
           *>et donne un enregistrement fventes partageant le même
           *>numéro de ticket, avec un seul total, un seul cumul de
           *>points et un seul reçu ; si les fichiers partagés sont
           *>inaccessibles (réseau coupé), la caisse bascule d'office
           *>en vente hors ligne sur son journal local
           ENREGISTRER_VENTE.
           PERFORM TESTER_FICHIERS_PARTAGES
           IF partageAccessible = 0 THEN
               PERFORM VENTE_HORS_LIGNE
           ELSE
               PERFORM SIGNALER_REJEU_EN_ATTENTE
               PERFORM ENREGISTRER_VENTE_EN_LIGNE
           END-IF.

           *>Vente normale, les fichiers partagés étant accessibles
           ENREGISTRER_VENTE_EN_LIGNE.
           *>L'entête du ticket (client et date) se saisit sur un
           *>formulaire plein écran, corrigeable avant de commencer
           *>les lignes
           TRAITER_TICKET_VENTE.
           MOVE 0 TO nbLignesTicket
           MOVE 0 TO ticketTotal
           *>Le plafond légal des remises sur le neuf dépend de la
           *>nature du client (particulier ou collectivité)
           PERFORM CHARGER_TYPE_CLIENT_LANG

           *>Un événement (séance de dédicace) programmé à la date
           *>de vente peut être rattaché au ticket
                   PERFORM PROPOSER_UTILISATION_POINTS
               END-IF

               *>Les acomptes versés sur des précommandes des titres
               *>du ticket en sont déduits d'office
               MOVE 0 TO montantAcompteUtilise
               IF nbLignesTicket > 0 THEN
                   PERFORM IMPUTER_ACOMPTES_TICKET
               END-IF

               *>Un avoir ou une carte cadeau peut couvrir tout ou
               *>partie des lignes de comics seulement : la carte
               *>cadeau vendue s'ajoute apres coup, elle se paie en
               END-IF

               PERFORM ECRIRE_LIGNES_TICKET
               *>Le ticket clos est scellé dans la chaîne
               *>d'inaltérabilité et cumulé aux grands totaux
               IF nbLignesTicket > 0 THEN
                   MOVE idTicket TO sceauTicket
                   MOVE 0 TO sceauVente
                   MOVE dateTri TO sceauDate
                   MOVE heureTicket(1:4) TO sceauHeure
                   MOVE siteLocal TO sceauSite
                   MOVE nbLignesTicket TO sceauNbLignes
                   PERFORM SCELLER_TICKET
               END-IF

               *>Les points se cumulent sur le montant réellement
               *>payé, après la remise en points et hors montant de
           *>titre est inconnu ou la quantité nulle
           MOVE SPACES TO nomComicVente
           MOVE 0 TO qteLigneSaisie
           MOVE 0 TO prixForceSaisi
           MOVE 0 TO trouveVente
           MOVE 0 TO coffretTrouve
           PERFORM WITH TEST AFTER UNTIL trouveVente = 1
                   AND qteLigneSaisie > 0
               DISPLAY ecranLigneVente
               ACCEPT ecranLigneVente
               *>Un coffret se scanne par son propre EAN : il est
               *>cherché avant les références
               PERFORM CHERCHER_COFFRET_SAISI
               IF coffretTrouve = 1 THEN
                   MOVE 1 TO trouveVente
               ELSE
                   PERFORM VERIF_NOM_COMIC
               END-IF
               IF trouveVente = 0 THEN
                   DISPLAY "Ce comic n'existe pas dans l'inventaire"
                   *>La demande ne doit pas s'evaporer : la saisie
                   DISPLAY "La quantite doit etre positive"
               END-IF
           END-PERFORM
           IF coffretTrouve = 1 THEN
               PERFORM VENDRE_COFFRET_TICKET
           ELSE
               PERFORM VENDRE_REFERENCE_TICKET
           END-IF.

           *>Cette méthode vend la référence saisie sur la ligne du
           *>ticket
           VENDRE_REFERENCE_TICKET.
           MOVE qteLigneSaisie TO fv_quantite

           *>On décrémente le stock du comic vendu, en refusant la
               *>vente : un tarif programmé arrivé à échéance prime
               *>sur le prix de la fiche inventaire
               MOVE fi_prix TO prixNormalLigne
               MOVE fi_occasion TO occasionLigne
               MOVE fi_prixPublic TO prixPublicLigne
               PERFORM APPLIQUER_TARIF_JOUR
               IF tarifTrouve = 1 THEN
                   MOVE prixTarif TO prixNormalLigne
                   MOVE prixTarif TO prixPublicLigne
               END-IF
               *>Une promotion en cours sur le titre ou l'auteur
               *>s'applique automatiquement au prix de la ligne,
               *>dans la limite de la loi Lang sur le neuf
               PERFORM CHERCHER_PROMO_LIGNE
               MOVE 0 TO gerantLigne
               IF prixForceSaisi > 0 THEN
                   PERFORM FORCER_PRIX_LIGNE
               END-IF
               PERFORM PLAFONNER_REMISE_LANG
               IF promoTrouvee = 1 THEN
                   MOVE remiseLigne TO remiseEditee
                   DISPLAY "Promotion appliquee : remise ",
               MOVE prixNetLigne TO tl_prixUnitaire(nbLignesTicket)
               COMPUTE tl_montant(nbLignesTicket) =
                   prixNetLigne * fv_quantite
               MOVE prixPublicLigne TO tl_prixPublic(nbLignesTicket)
               MOVE prixPlancherLigne
                   TO tl_prixPlancher(nbLignesTicket)
               MOVE remiseDemandeeLigne
                   TO tl_remiseDemandee(nbLignesTicket)
               MOVE 0 TO tl_web(nbLignesTicket)
               MOVE SPACES TO tl_coffret(nbLignesTicket)
               MOVE 0 TO tl_coffretTete(nbLignesTicket)
               MOVE gerantLigne TO tl_gerant(nbLignesTicket)
               ADD tl_montant(nbLignesTicket) TO ticketTotal
           END-IF.

           *>Cette méthode applique le prix forcé à la ligne en
           *>cours à la place du prix du jour et de la promotion :
           *>l'écart sous le prix de référence devient la remise de
           *>la ligne, soumise au seuil de dérogation du gérant (en
           *>pourcentage), puis au plafond de la loi Lang comme
           *>toute remise ; un prix au-dessus du prix du jour n'est
           *>pas admis
           FORCER_PRIX_LIGNE.
           IF prixForceSaisi > prixNormalLigne THEN
               MOVE prixNormalLigne TO prixEdite
               DISPLAY "Prix force superieur au prix du jour (",
                   prixEdite, " EUR), ignore"
           ELSE
               COMPUTE dgValeur ROUNDED =
                   (prixNormalLigne - prixForceSaisi) * 100
                   / prixNormalLigne
               MOVE "PRIX" TO dgOperation
               MOVE nomComicVente TO dgObjet
               PERFORM CONTROLER_DEROGATION
               IF dgAccord = 1 THEN
                   COMPUTE remiseLigne =
                       prixNormalLigne - prixForceSaisi
                   MOVE prixForceSaisi TO prixNetLigne
                   MOVE 0 TO promoTrouvee
                   MOVE dgGerant TO gerantLigne
               ELSE
                   DISPLAY "Prix force refuse, la ligne reste au ",
                       "prix du jour"
               END-IF
           END-IF.

           *>Cette méthode propose au client de régler une partie du
           *>ticket avec ses points de fidélité, au taux convenu de
           *>100 points pour 1 unité monétaire : elle plafonne les
                   IF maxPointsUtilisables > soldePointsClient THEN
                       MOVE soldePointsClient TO maxPointsUtilisables
                   END-IF
                   *>Les points sont une remise de plus : cumulés
                   *>avec les remises des lignes, ils ne doivent pas
                   *>faire passer le neuf sous le plancher de la loi
                   *>Lang
                   MOVE maxPointsUtilisables TO pointsAvantPlafond
                   PERFORM CALCULER_MARGE_LANG_TICKET
                   IF pointsPlafondLang < maxPointsUtilisables THEN
                       MOVE pointsPlafondLang TO maxPointsUtilisables
                       DISPLAY "Loi Lang : points limites a ",
                           maxPointsUtilisables, " sur ce ticket"
                   END-IF
                   PERFORM WITH TEST AFTER
                           UNTIL pointsUtilises NOT >
                                 maxPointsUtilisables
                           maxPointsUtilisables, ") ?"
                       ACCEPT pointsUtilises
                       IF pointsUtilises > maxPointsUtilisables THEN
                           IF pointsUtilises > pointsAvantPlafond THEN
                               DISPLAY "Le client n'a pas assez de ",
                                   "points"
                           ELSE
                               *>Demande légitime mais au-delà du
                               *>plafond légal : elle est ramenée au
                               *>plafond et tracée
                               MOVE "P" TO langOrigine
                               MOVE idTicket TO langPiece
                               MOVE "POINTS FIDELITE" TO langTitre
                               MOVE 1 TO langQuantite
                               MOVE ticketTotal TO langPrixPublic
                               COMPUTE langRemiseDemandee =
                                   pointsUtilises / 100
                               COMPUTE langRemiseAccordee =
                                   maxPointsUtilisables / 100
                               PERFORM ECRIRE_PLAFOND_LANG
                               MOVE maxPointsUtilisables
                                   TO pointsUtilises
                               DISPLAY "Loi Lang : points ramenes a ",
                                   pointsUtilises
                           END-IF
                       END-IF
                   END-PERFORM
                   COMPUTE remisePoints = pointsUtilises / 100
                           PERFORM VERIFIER_STATUT_FICHIER
                       NOT INVALID KEY
                           MOVE tamp_fclient TO journalAvant
                           MOVE fc_ptsFidelite TO ptsAvant
                           SUBTRACT pointsUtilises
                               FROM fc_ptsFidelite
                               ON SIZE ERROR
                           MOVE fc_id TO journalCle
                           MOVE tamp_fclient TO journalApres
                           PERFORM JOURNALISER
                           IF choixUtiliserPoints = 1 THEN
                               MOVE fc_id TO ptsClient
                               MOVE "U" TO ptsType
                               COMPUTE ptsMouvement =
                                   fc_ptsFidelite - ptsAvant
                               MOVE idTicket TO ptsPiece
                               MOVE fc_ptsFidelite TO ptsSolde
                               PERFORM ENREGISTRER_MVT_POINTS
                           END-IF
                   END-READ
                   IF cr_fclients = 51 THEN
                       DISPLAY "Fiche client occupee par une autre ",
           *>fv_regleAutrement) retombe exactement sur totalApayer
           COMPUTE montantNonTendu =
               remisePoints + montantAvoirUtilise +
               montantCarteUtilisee + montantAcompteUtilise +
               echCredit
           *>L'heure du passage en caisse est prise une fois pour
           *>toutes les lignes du ticket : c'est elle qui nourrit
           *>l'edition d'affluence
           *>(au rejeu d'un ticket hors ligne, l'heure et les ids
           *>de vente sont ceux du passage en caisse d'origine)
           IF rejeuHorsLigne = 0 THEN
               ACCEPT heureTicket FROM TIME
           END-IF
           MOVE 0 TO sceauEmpreinte
           MOVE 0 TO sceauTotalTTC
           MOVE 0 TO sceauTotalHT
           OPEN I-O fventes
           PERFORM VARYING idxLigneTicket FROM 1 BY 1
                   UNTIL idxLigneTicket > nbLignesTicket
               IF rejeuHorsLigne = 1 THEN
                   MOVE hv_idVente(idxLigneTicket) TO fv_id
               ELSE
                   MOVE "VENTE" TO cptCle
                   PERFORM PROCHAIN_ID_COMPTEUR
                   MOVE cptValeur TO fv_id
               END-IF
               MOVE 0 TO fv_statut
               MOVE dateTri TO fv_dateVente
               MOVE tl_titre(idxLigneTicket) TO fv_titreComics
               MOVE evenementTicket TO fv_evenement
               MOVE 0 TO fv_depotRegle
               MOVE heureTicket(1:4) TO fv_heureVente
               MOVE 0 TO fv_dateNotif
               MOVE tl_web(idxLigneTicket) TO fv_web
               MOVE tl_coffret(idxLigneTicket) TO fv_coffret
               MOVE tl_gerant(idxLigneTicket) TO fv_gerant
               MOVE echTicketLie TO fv_ticketEchange
               MOVE 0 TO fv_dateRetour
               *>Ventilation TVA de la ligne : le montant TTC de la
               *>ligne est décomposé avec le taux de la référence
               MOVE tl_tauxTva(idxLigneTicket) TO fv_tauxTva
               MOVE SPACES TO journalAvant
               MOVE tamp_fvente TO journalApres
               PERFORM JOURNALISER
               PERFORM CUMULER_LIGNE_SCEAU
               *>Une remise rabotée par la loi Lang laisse sa trace,
               *>rattachée au ticket
               IF tl_remiseDemandee(idxLigneTicket) >
                  tl_remise(idxLigneTicket) THEN
                   MOVE "T" TO langOrigine
                   MOVE idTicket TO langPiece
                   MOVE tl_titre(idxLigneTicket) TO langTitre
                   MOVE tl_qte(idxLigneTicket) TO langQuantite
                   MOVE tl_prixPublic(idxLigneTicket)
                       TO langPrixPublic
                   MOVE tl_remiseDemandee(idxLigneTicket)
                       TO langRemiseDemandee
                   MOVE tl_remise(idxLigneTicket)
                       TO langRemiseAccordee
                   PERFORM ECRIRE_PLAFOND_LANG
               END-IF
               *>L'agrégat mensuel du titre est tenu au fil de
               *>l'eau : les statistiques n'auront pas à rebalayer
               *>les ventes
                       MOVE "LECTURE CLIENT" TO statutFichierLibelle
                       PERFORM VERIFIER_STATUT_FICHIER
                       MOVE tamp_fclient TO journalAvant
                       MOVE fc_ptsFidelite TO ptsAvant
                       ADD pointsGagnes TO fc_ptsFidelite
                           ON SIZE ERROR
                               DISPLAY "Solde de points hors limite, "
                          NOT INVALID KEY
                              DISPLAY "Nouveau solde de points : ",
                                  fc_ptsFidelite
                              IF fc_ptsFidelite > ptsAvant THEN
                                  MOVE fc_id TO ptsClient
                                  MOVE "G" TO ptsType
                                  COMPUTE ptsMouvement =
                                      fc_ptsFidelite - ptsAvant
                                  MOVE idTicket TO ptsPiece
                                  MOVE fc_ptsFidelite TO ptsSolde
                                  PERFORM ENREGISTRER_MVT_POINTS
                              END-IF
                       END-REWRITE
                       MOVE cr_fclients TO statutFichierOp
                       MOVE "MAJ POINTS FIDELITE"
           *>Cette méthode imprime le reçu du ticket qui vient d'être
           *>enregistré, à l'écran, une fois le stock décrémenté et
           *>les points de fidélité crédités : une ligne par titre
           *>vendu puis le total du ticket ; chaque ligne est aussi
           *>recopiée dans le spool des reçus, d'où l'on pourra
           *>ressortir la preuve d'achat
           IMPRIMER_RECU.
               PERFORM OUVRIR_SPOOL_RECUS
               MOVE "----------------------------------" TO ligneRecu
               PERFORM EMETTRE_LIGNE_RECU
               MOVE "RECU DE VENTE" TO ligneRecu
               PERFORM EMETTRE_LIGNE_RECU
               STRING "Ticket no : " DELIMITED BY SIZE
                   idTicket DELIMITED BY SIZE
                   INTO ligneRecu
               END-STRING
               PERFORM EMETTRE_LIGNE_RECU
               STRING "Date : " DELIMITED BY SIZE
                   dateTri DELIMITED BY SIZE
                   INTO ligneRecu
               END-STRING
               PERFORM EMETTRE_LIGNE_RECU
               PERFORM VARYING idxLigneTicket FROM 1 BY 1
                       UNTIL idxLigneTicket > nbLignesTicket
                   *>Un coffret est annoncé par son libellé et son
                   *>prix avant le détail de ses composants
                   IF tl_coffretTete(idxLigneTicket) = 1 THEN
                       PERFORM EMETTRE_TETE_COFFRET_RECU
                   END-IF
                   MOVE tl_prixUnitaire(idxLigneTicket)
                       TO prixEdite
                   MOVE tl_montant(idxLigneTicket) TO montantEdite
                           TO prixEdite2
                       MOVE tl_remise(idxLigneTicket)
                           TO remiseEditee
                       STRING tl_titre(idxLigneTicket)
                           DELIMITED BY SIZE
                           " x" DELIMITED BY SIZE
                           tl_qte(idxLigneTicket) DELIMITED BY SIZE
                           " prix " DELIMITED BY SIZE
                           prixEdite2 DELIMITED BY SIZE
                           " remise " DELIMITED BY SIZE
                           remiseEditee DELIMITED BY SIZE
                           INTO ligneRecu
                       END-STRING
                       PERFORM EMETTRE_LIGNE_RECU
                       STRING "      net " DELIMITED BY SIZE
                           prixEdite DELIMITED BY SIZE
                           " = " DELIMITED BY SIZE
                           montantEdite DELIMITED BY SIZE
                           " EUR" DELIMITED BY SIZE
                           INTO ligneRecu
                       END-STRING
                   ELSE
                       STRING tl_titre(idxLigneTicket)
                           DELIMITED BY SIZE
                           " x" DELIMITED BY SIZE
                           tl_qte(idxLigneTicket) DELIMITED BY SIZE
                           " a " DELIMITED BY SIZE
                           prixEdite DELIMITED BY SIZE
                           " = " DELIMITED BY SIZE
                           montantEdite DELIMITED BY SIZE
                           " EUR" DELIMITED BY SIZE
                           INTO ligneRecu
                       END-STRING
                   END-IF
                   PERFORM EMETTRE_LIGNE_RECU
               END-PERFORM
               MOVE 0 TO ticketTVA
               PERFORM VARYING idxLigneTicket FROM 1 BY 1
               END-PERFORM
               MOVE ticketTotal TO montantEdite
               MOVE ticketTVA TO montantEdite2
               STRING "Total : " DELIMITED BY SIZE
                   montantEdite DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
                   INTO ligneRecu
               END-STRING
               PERFORM EMETTRE_LIGNE_RECU
               STRING "  dont TVA : " DELIMITED BY SIZE
                   montantEdite2 DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
                   INTO ligneRecu
               END-STRING
               PERFORM EMETTRE_LIGNE_RECU
               IF echTicketLie NOT = 0 THEN
                   PERFORM EMETTRE_ECHANGE_RECU
               END-IF
               IF pointsUtilises > 0 THEN
                   MOVE remisePoints TO prixEdite
                   MOVE totalApayer TO montantEdite
                   STRING "Points utilises : " DELIMITED BY SIZE
                       pointsUtilises DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
                   STRING "Remise points : " DELIMITED BY SIZE
                       prixEdite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
                   STRING "Total a payer : " DELIMITED BY SIZE
                       montantEdite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
               END-IF
               IF montantAvoirUtilise > 0 THEN
                   MOVE montantAvoirUtilise TO prixEdite
                   STRING "Avoir no " DELIMITED BY SIZE
                       numeroAvoir DELIMITED BY SIZE
                       " utilise : " DELIMITED BY SIZE
                       prixEdite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
               END-IF
               IF montantAcompteUtilise > 0 THEN
                   MOVE montantAcompteUtilise TO prixEdite
                   STRING "Acompte(s) de precommande deduit(s) : "
                       DELIMITED BY SIZE
                       prixEdite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
               END-IF
               IF montantCarteVendue > 0 THEN
                   MOVE montantCarteVendue TO prixEdite
                   STRING "Carte cadeau no " DELIMITED BY SIZE
                       numeroCarteVendue DELIMITED BY SIZE
                       " vendue : " DELIMITED BY SIZE
                       prixEdite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
               END-IF
               IF montantCarteUtilisee > 0 THEN
                   MOVE montantCarteUtilisee TO prixEdite
                   STRING "Carte cadeau no " DELIMITED BY SIZE
                       numeroCarteKdo DELIMITED BY SIZE
                       " utilisee : " DELIMITED BY SIZE
                       prixEdite DELIMITED BY SIZE
                       " EUR" DELIMITED BY SIZE
                       INTO ligneRecu
                   END-STRING
                   PERFORM EMETTRE_LIGNE_RECU
               END-IF
               MOVE 1 TO dupPaiement
               MOVE montantEspecesTicket TO dupTotal
               PERFORM EMETTRE_REGLEMENT_RECU
               MOVE 2 TO dupPaiement
               MOVE montantCarteTicket TO dupTotal
               PERFORM EMETTRE_REGLEMENT_RECU
               MOVE 4 TO dupPaiement
               MOVE montantChequeTicket TO dupTotal
               PERFORM EMETTRE_REGLEMENT_RECU
               MOVE 5 TO dupPaiement
               MOVE montantCompteTicket TO dupTotal
               PERFORM EMETTRE_REGLEMENT_RECU
               MOVE modePaiement TO dupPaiement
               PERFORM EMETTRE_MODE_PRINCIPAL_RECU
               STRING "Client : " DELIMITED BY SIZE
                   recuPrenomClient DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   recuNomClient DELIMITED BY "  "
                   INTO ligneRecu
               END-STRING
               PERFORM EMETTRE_LIGNE_RECU
               STRING "Nouveau solde de points : " DELIMITED BY SIZE
                   recuSoldePoints DELIMITED BY SIZE
                   INTO ligneRecu
               END-STRING
               PERFORM EMETTRE_LIGNE_RECU
               MOVE "----------------------------------" TO ligneRecu
               PERFORM EMETTRE_LIGNE_RECU
               CLOSE frecus.

           *>Cette méthode liste les ventes réalisées sur une date
           *>précise ou sur une période, en lisant fventes sur la clé
                   MOVE 0 TO fv_evenement
                   MOVE 0 TO fv_depotRegle
                   MOVE 0 TO fv_heureVente
                   MOVE 0 TO fv_dateNotif
                   MOVE 0 TO fv_web
                   MOVE SPACES TO fv_coffret
                   MOVE 0 TO fv_gerant
                   MOVE 0 TO fv_ticketEchange
                   MOVE 0 TO fv_dateRetour

                   OPEN I-O fventes
                   WRITE tamp_fvente
                                       *>qu'une ligne de ticket
                                       PERFORM
                                         CUMULER_AGREGAT_LIGNE_VENTE
                                       *>La commande honorée est
                                       *>scellée seule dans la
                                       *>chaîne d'inaltérabilité
                                       MOVE 0 TO sceauTicket
                                       MOVE fv_id TO sceauVente
                                       MOVE fv_dateVente TO sceauDate
                                       ACCEPT heureTicket FROM TIME
                                       MOVE heureTicket(1:4)
                                           TO sceauHeure
                                       MOVE fi_site TO sceauSite
                                       MOVE 1 TO sceauNbLignes
                                       MOVE 0 TO sceauEmpreinte
                                       MOVE 0 TO sceauTotalTTC
                                       MOVE 0 TO sceauTotalHT
                                       PERFORM CUMULER_LIGNE_SCEAU
                                       PERFORM SCELLER_TICKET
                                       DISPLAY "Commande honoree"
                                   END-REWRITE
                                   MOVE cr_finventaire
           *>hausse, reprend les points de fidélité crédités sur cette
           *>vente, puis marque la vente comme remboursée (fv_statut=3)
           RETOUR_VENTE.
               *>Pendant le retour d'un coffret, les ids des lignes
               *>composants sont fournis par RETOUR_COFFRET
               IF retourCoffretEnCours = 0 THEN
                   DISPLAY "Entrez l'id de la vente à rembourser"
                   ACCEPT idVente
               END-IF
               OPEN I-O fventes
               *>fv_cle est composée de fv_id et fv_statut : une vente
               *>peut avoir été enregistrée directement (statut 0) ou
                   MOVE "LECTURE VENTE" TO statutFichierLibelle
                   PERFORM VERIFIER_STATUT_FICHIER
               END-IF
               *>Un composant de coffret ne se rembourse pas seul :
               *>le coffret repart entier, au prix auquel il a été
               *>vendu
               IF trouveIdVente = 1 AND fv_coffret NOT = SPACES
                  AND retourCoffretEnCours = 0 THEN
                   DISPLAY "Cette ligne fait partie du coffret ",
                       fv_coffret, " : remboursez le coffret entier"
                   MOVE 2 TO trouveIdVente
               END-IF
               *>Au-delà du seuil fixé par le gérant, le
               *>remboursement attend son accord (celui d'un coffret
               *>est accordé une fois pour tout le coffret)
               IF trouveIdVente = 1 AND retourCoffretEnCours = 0 THEN
                   COMPUTE dgValeur = fv_prixVente * fv_quantite
                   MOVE fv_client TO dgClient
                   MOVE SPACES TO dgObjet
                   STRING "Vente " DELIMITED BY SIZE
                       fv_id DELIMITED BY SIZE
                       INTO dgObjet
                   END-STRING
                   PERFORM CONTROLER_DEROGATION_RETOUR
                   IF dgAccord = 0 THEN
                       DISPLAY "Remboursement non effectue"
                       MOVE 2 TO trouveIdVente
                   END-IF
               END-IF
               IF trouveIdVente = 0 THEN
                       DISPLAY "Vente introuvable"
               END-IF
               IF trouveIdVente = 1 THEN
                       *>La date d'origine de la vente est gardee :
                       *>c'est elle qui dit quel agregat mensuel
                       *>retrancher, meme si le remboursement est
                                        PERFORM VERIFIER_STATUT_FICHIER
                                        MOVE tamp_fclient
                                            TO journalAvant
                                        MOVE fc_ptsFidelite
                                            TO ptsAvant
                                        SUBTRACT pointsGagnes
                                            FROM fc_ptsFidelite
                                            ON SIZE ERROR
                                        MOVE tamp_fclient
                                            TO journalApres
                                        PERFORM JOURNALISER
                                        MOVE fc_id TO ptsClient
                                        MOVE "R" TO ptsType
                                        COMPUTE ptsMouvement =
                                            fc_ptsFidelite - ptsAvant
                                        MOVE fv_id TO ptsPiece
                                        MOVE fc_ptsFidelite
                                            TO ptsSolde
                                        IF ptsMouvement NOT = 0 THEN
                                         PERFORM ENREGISTRER_MVT_POINTS
                                        END-IF
                                   END-READ
                                   CLOSE fclients

                                   MOVE tamp_fvente TO journalAvant
                                   DELETE fventes
                                   MOVE 3 TO fv_statut
                                   ACCEPT fv_dateRetour
                                       FROM DATE YYYYMMDD
                                   *>On trace l'opérateur qui a fait
                                   *>le remboursement
                                   MOVE operateurConnecte
                                       TO fv_operateur
                                   MOVE dgGerant TO fv_gerant
                                   *>Un remboursement en espèces sort
                                   *>du tiroir ; en boutique on
                                   *>propose d'abord l'avoir
                                   MOVE 0 TO modePaiement
                                   IF retourCoffretEnCours = 1 THEN
                                       MOVE retourModeImpose
                                           TO modePaiement
                                   END-IF
                                   PERFORM UNTIL modePaiement = 1
                                          OR modePaiement = 2
                                          OR modePaiement = 3
                                     DISPLAY "Remboursement : ",
                                   *>Le remboursement ressort de
                                   *>l'agrégat mensuel du titre
                                   PERFORM RETIRER_AGREGAT_RETOUR
                                   *>Le remboursement s'ajoute aux
                                   *>grands totaux perpétuels, sans
                                   *>rien retirer des ventes
                                   MOVE fi_site TO perpetuelSite
                                   MOVE venteMontantTotal
                                       TO perpetuelTTC
                                   MOVE fv_montantHT TO perpetuelHT
                                   PERFORM
                                     CUMULER_REMBOURSEMENT_PERPETUEL
                                   *>Une vente déjà facturée ne se
                                   *>rembourse que par une facture
                                   *>d'avoir
                                   PERFORM EMETTRE_AVOIR_FACTURE
                                   DISPLAY "Vente remboursee"
                               END-REWRITE
                       END-READ
