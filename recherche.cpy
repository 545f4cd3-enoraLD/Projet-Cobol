        *>Cette méthode propose la gestion de la liste de recherche
        *>des clients : albums épuisés ou tomes anciens demandés,
        *>avec prix maximum et acceptation de l'occasion
        GERER_RECHERCHES.
                MOVE 0 TO choixMenuRech
                PERFORM WITH TEST AFTER UNTIL choixMenuRech = 0
                        DISPLAY "   -- LISTE DE RECHERCHE --"
                        DISPLAY "      -Ajouter une recherche (1)"
                        DISPLAY "      -Recherches d'un client (2)"
                        DISPLAY "      -Annuler une recherche (3)"
                        DISPLAY "      -Etat par titre (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuRech
                        EVALUATE choixMenuRech
                            WHEN 1
                                PERFORM AJOUTER_RECHERCHE
                            WHEN 2
                                PERFORM LISTER_RECHERCHES_CLIENT
                            WHEN 3
                                PERFORM ANNULER_RECHERCHE
                            WHEN 4
                                PERFORM RAPPORT_RECHERCHES
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode enregistre une recherche : client connu,
        *>titre (en inventaire ou non), prix maximum et acceptation
        *>d'un exemplaire d'occasion
        AJOUTER_RECHERCHE.
                PERFORM WITH TEST AFTER UNTIL VerifClient = 1
                    DISPLAY "Entrez l'id du client :"
                    ACCEPT idVerifClient
                    PERFORM VERIF_ID_CLIENT
                    IF VerifClient = 0 THEN
                        DISPLAY "Ce client n'existe pas"
                    END-IF
                END-PERFORM
                MOVE SPACES TO titreOuEan
                PERFORM WITH TEST AFTER UNTIL titreOuEan NOT = SPACES
                    DISPLAY "Entrez le titre ou le code-barres de ",
                        "l'album recherche"
                    ACCEPT titreOuEan
                END-PERFORM
                *>Un code-barres connu est remplacé par son titre ;
                *>sinon le titre saisi est gardé tel quel
                PERFORM RESOUDRE_TITRE_OU_EAN
                IF refTrouvee = 0 THEN
                    DISPLAY "Titre absent de l'inventaire, ",
                        "recherche enregistree quand meme"
                END-IF
                DISPLAY "Prix maximum accepte (0 = sans limite) ?"
                ACCEPT rh_prixMax
                MOVE 0 TO rh_occasionOk
                PERFORM WITH TEST AFTER
                        UNTIL rh_occasionOk = 1 OR rh_occasionOk = 2
                    DISPLAY "Exemplaire d'occasion accepte ",
                        "(1=oui, 2=non) ?"
                    ACCEPT rh_occasionOk
                END-PERFORM
                IF rh_occasionOk = 2 THEN
                    MOVE 0 TO rh_occasionOk
                END-IF
                MOVE "RECH" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO rh_id
                MOVE idVerifClient TO rh_client
                MOVE titreOuEan TO rh_titre
                ACCEPT rh_dateCreation FROM DATE YYYYMMDD
                MOVE 0 TO rh_statut
                MOVE 0 TO rh_dateTrouve
                MOVE 0 TO rh_reservation
                MOVE siteLocal TO rh_site
                OPEN I-O frecherches
                WRITE tamp_frecherche
                END-WRITE
                MOVE cr_frecherches TO statutFichierOp
                MOVE "ECRITURE RECHERCHE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE frecherches
                MOVE "RECHERCHES" TO journalFichier
                MOVE "ECRITURE" TO journalOperation
                MOVE rh_id TO journalCle
                MOVE SPACES TO journalAvant
                MOVE tamp_frecherche TO journalApres
                PERFORM JOURNALISER
                DISPLAY "Recherche no ", rh_id, " enregistree".

        *>Cette méthode liste les recherches d'un client avec leur
        *>état
        LISTER_RECHERCHES_CLIENT.
                DISPLAY "Entrez l'id du client :"
                ACCEPT idVerifClient
                OPEN INPUT frecherches
                MOVE idVerifClient TO rh_client
                MOVE 1 TO rechFin
                START frecherches KEY IS = rh_client
                    INVALID KEY
                        MOVE 0 TO rechFin
                        DISPLAY "Aucune recherche pour ce client"
                END-START
                PERFORM UNTIL rechFin = 0
                    READ frecherches NEXT
                    AT END MOVE 0 TO rechFin
                    NOT AT END
                        IF rh_client NOT = idVerifClient THEN
                            MOVE 0 TO rechFin
                        ELSE
                            PERFORM AFFICHER_RECHERCHE
                        END-IF
                END-PERFORM
                CLOSE frecherches.

        *>Affiche la recherche courante du tampon frecherches
        AFFICHER_RECHERCHE.
                MOVE rh_prixMax TO prixEdite
                DISPLAY "Recherche no ", rh_id, " du ",
                    rh_dateCreation, " : ", rh_titre
                IF rh_prixMax = 0 THEN
                    DISPLAY "  prix sans limite, occasion ",
                        rh_occasionOk
                ELSE
                    DISPLAY "  prix maximum ", prixEdite,
                        " EUR, occasion ", rh_occasionOk
                END-IF
                EVALUATE rh_statut
                    WHEN 0
                        DISPLAY "  active"
                    WHEN 1
                        DISPLAY "  trouvee le ", rh_dateTrouve,
                            ", mise de cote no ", rh_reservation
                    WHEN 2
                        DISPLAY "  annulee"
                END-EVALUATE
                DISPLAY "---------------------------------".

        *>Cette méthode annule une recherche active par son numéro
        ANNULER_RECHERCHE.
                DISPLAY "Entrez le numero de la recherche"
                ACCEPT idRecherche
                OPEN I-O frecherches
                MOVE idRecherche TO rh_id
                READ frecherches WITH LOCK KEY IS rh_id
                    INVALID KEY
                        DISPLAY "Recherche inconnue"
                    NOT INVALID KEY
                        IF rh_statut NOT = 0 THEN
                            DISPLAY "Cette recherche n'est plus ",
                                "active"
                        ELSE
                            MOVE tamp_frecherche TO journalAvant
                            MOVE 2 TO rh_statut
                            REWRITE tamp_frecherche
                             INVALID KEY
                               DISPLAY "Erreur de maj de la recherche"
                            END-REWRITE
                            MOVE cr_frecherches TO statutFichierOp
                            MOVE "MAJ RECHERCHE"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            MOVE "RECHERCHES" TO journalFichier
                            MOVE "MAJ" TO journalOperation
                            MOVE rh_id TO journalCle
                            MOVE tamp_frecherche TO journalApres
                            PERFORM JOURNALISER
                            DISPLAY "Recherche annulee"
                        END-IF
                END-READ
                CLOSE frecherches.

        *>Cette méthode édite recherches.txt, les recherches
        *>actives regroupées par titre : nombre de clients, prix le
        *>plus haut qu'ils acceptent, part qui accepte l'occasion,
        *>notre stock et la disponibilité éditeur ; c'est la liste
        *>de chasse de l'acheteur pour les titres épuisés
        RAPPORT_RECHERCHES.
                MOVE 0 TO rechNbTitres
                MOVE "recherches.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "RECHERCHES CLIENTS PAR TITRE" TO rapportTitre
                MOVE SPACES TO rapportColonnes
                STRING "TITRE                          "
                    DELIMITED BY SIZE
                    "CLTS   PRIX MAX OCC   STOCK EDITEUR"
                    DELIMITED BY SIZE
                    INTO rapportColonnes
                END-STRING
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE SPACES TO rechTitreCourant
                MOVE 0 TO rechNbDemandes
                OPEN INPUT frecherches
                MOVE LOW-VALUES TO rh_titre
                MOVE 1 TO rechFin
                START frecherches KEY IS NOT LESS THAN rh_titre
                    INVALID KEY MOVE 0 TO rechFin
                END-START
                PERFORM UNTIL rechFin = 0
                    READ frecherches NEXT
                    AT END MOVE 0 TO rechFin
                    NOT AT END
                        IF rh_statut = 0 THEN
                            IF rh_titre NOT = rechTitreCourant THEN
                                PERFORM EDITER_TITRE_RECHERCHE
                                MOVE rh_titre TO rechTitreCourant
                                MOVE 0 TO rechNbDemandes
                                MOVE 0 TO rechNbOccOk
                                MOVE 0 TO rechPrixPlafond
                                MOVE 0 TO rechSansLimite
                            END-IF
                            ADD 1 TO rechNbDemandes
                            IF rh_occasionOk = 1 THEN
                                ADD 1 TO rechNbOccOk
                            END-IF
                            IF rh_prixMax = 0 THEN
                                MOVE 1 TO rechSansLimite
                            END-IF
                            IF rh_prixMax > rechPrixPlafond THEN
                                MOVE rh_prixMax TO rechPrixPlafond
                            END-IF
                        END-IF
                END-PERFORM
                PERFORM EDITER_TITRE_RECHERCHE
                CLOSE frecherches
                MOVE SPACES TO tamp_frapport
                STRING rechNbTitres DELIMITED BY SIZE
                    " titre(s) recherche(s)" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY rechNbTitres, " titre(s) recherche(s), etat ",
                    "ecrit dans ", nomRapport.

        *>Edite la ligne du titre dont les recherches viennent
        *>d'être cumulées (rien si aucun titre n'est en cours) : le
        *>stock couvre rayon et réserve, neuf et occasion, de la
        *>boutique locale
        EDITER_TITRE_RECHERCHE.
                IF rechNbDemandes > 0 THEN
                    ADD 1 TO rechNbTitres
                    MOVE 0 TO rechStock
                    MOVE "INCONNU" TO rechEditeur
                    OPEN INPUT finventaire
                    MOVE rechTitreCourant TO fi_titre
                    MOVE siteLocal TO fi_site
                    READ finventaire KEY IS fi_cleInv
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            COMPUTE rechStock =
                                fi_quantite + fi_qteReserve
                            EVALUATE fi_dispo
                                WHEN "D"
                                    MOVE "DISPONIBLE" TO rechEditeur
                                WHEN "R"
                                    MOVE "REIMPRESSION" TO rechEditeur
                                WHEN "E"
                                    MOVE "EPUISE" TO rechEditeur
                            END-EVALUATE
                    END-READ
                    MOVE SPACES TO rechTitreExemplaire
                    STRING rechTitreCourant DELIMITED BY "  "
                        " (OCC)" DELIMITED BY SIZE
                        INTO rechTitreExemplaire
                    END-STRING
                    MOVE rechTitreExemplaire TO fi_titre
                    MOVE siteLocal TO fi_site
                    READ finventaire KEY IS fi_cleInv
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            ADD fi_quantite TO rechStock
                            ADD fi_qteReserve TO rechStock
                    END-READ
                    CLOSE finventaire
                    MOVE rechPrixPlafond TO prixEdite
                    MOVE SPACES TO tamp_frapport
                    IF rechSansLimite = 1 THEN
                        STRING rechTitreCourant DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechNbDemandes DELIMITED BY SIZE
                            "   ILLIMITE " DELIMITED BY SIZE
                            rechNbOccOk DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechStock DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechEditeur DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    ELSE
                        STRING rechTitreCourant DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechNbDemandes DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            prixEdite DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechNbOccOk DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechStock DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rechEditeur DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    END-IF
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF.

        *>Cette méthode confronte un exemplaire qui vient d'entrer
        *>en stock aux recherches actives de son titre, dans
        *>l'ordre où elles ont été posées : l'appelant renseigne le
        *>titre recherché (rechTitre), la référence de l'exemplaire
        *>(rechTitreExemplaire, le titre suffixé pour l'occasion),
        *>rechOccasion et la date d'entrée rechDate ; à chaque
        *>recherche compatible, l'opérateur peut mettre l'exemplaire
        *>de côté pour le client, qui est mis en file de
        *>notification
        CONTROLER_RECHERCHES.
                MOVE 0 TO rechNbProposees
                MOVE 0 TO rechNbServies
                MOVE 0 TO rechDateLimite
                OPEN I-O frecherches
                MOVE rechTitre TO rh_titre
                MOVE 1 TO rechFin
                START frecherches KEY IS EQUAL TO rh_titre
                    INVALID KEY MOVE 0 TO rechFin
                END-START
                PERFORM UNTIL rechFin = 0
                    READ frecherches NEXT
                    AT END MOVE 0 TO rechFin
                    NOT AT END
                        IF rh_titre NOT = rechTitre THEN
                            MOVE 0 TO rechFin
                        ELSE
                            IF rh_statut = 0 THEN
                                PERFORM PROPOSER_UNE_RECHERCHE
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE frecherches
                IF rechNbProposees > 0 THEN
                    DISPLAY rechNbServies, " recherche(s) client ",
                        "servie(s) sur ", rechNbProposees,
                        " proposee(s)"
                END-IF.

        *>Propose l'exemplaire au client de la recherche courante
        *>si l'état et le prix conviennent et s'il reste un
        *>exemplaire libre (rayon et réserve hors mises de côté)
        PROPOSER_UNE_RECHERCHE.
                MOVE 0 TO rechDispo
                MOVE 0 TO rechPrixExemplaire
                OPEN INPUT finventaire
                MOVE rechTitreExemplaire TO fi_titre
                MOVE siteLocal TO fi_site
                READ finventaire KEY IS fi_cleInv
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        COMPUTE rechDispo = fi_quantite
                            + fi_qteReserve - fi_qteMiseCote
                        MOVE fi_prix TO rechPrixExemplaire
                END-READ
                CLOSE finventaire
                EVALUATE TRUE
                    WHEN rechDispo < 1
                        *>Plus d'exemplaire libre : les recherches
                        *>suivantes attendront le prochain
                        MOVE 0 TO rechFin
                    WHEN rechOccasion = 1 AND rh_occasionOk = 0
                        CONTINUE
                    WHEN rh_prixMax > 0 AND
                         rechPrixExemplaire > rh_prixMax
                        MOVE rh_prixMax TO prixEdite
                        DISPLAY "Recherche no ", rh_id, " du client ",
                            rh_client, " : prix maximum ", prixEdite,
                            " EUR depasse"
                    WHEN OTHER
                        ADD 1 TO rechNbProposees
                        PERFORM OFFRIR_EXEMPLAIRE_RECHERCHE
                END-EVALUATE.

        *>Affiche le client qui recherche le titre et, s'il est
        *>accepté, pose la mise de côté, marque la recherche
        *>trouvée et met le client en file de notification
        OFFRIR_EXEMPLAIRE_RECHERCHE.
                OPEN INPUT fclients
                MOVE rh_client TO fc_id
                READ fclients KEY IS fc_id
                    INVALID KEY
                        DISPLAY "Recherche no ", rh_id, " : client ",
                            rh_client
                    NOT INVALID KEY
                        DISPLAY "Recherche no ", rh_id, " : ",
                            fc_prenom, " ", fc_nom, " tel ", fc_tel
                END-READ
                CLOSE fclients
                MOVE rechPrixExemplaire TO prixEdite
                DISPLAY "  recherche ", rh_titre, ", exemplaire a ",
                    prixEdite, " EUR"
                DISPLAY "Mettre l'exemplaire de cote pour ce client ",
                    "(1=oui, 2=non) ?"
                ACCEPT rechReponse
                IF rechReponse = 1 THEN
                    *>La date limite de garde est demandée une seule
                    *>fois par entrée en stock
                    IF rechDateLimite = 0 THEN
                        MOVE 0 TO dateValide
                        PERFORM WITH TEST AFTER UNTIL dateValide = 1
                            DISPLAY "Garder les exemplaires ",
                                "recherches jusqu'au (jj/mm/aaaa)"
                            ACCEPT dateSaisie
                            PERFORM VALIDER_FORMAT_DATE
                            IF dateValide = 0 THEN
                                DISPLAY "Format invalide, attendu ",
                                    "jj/mm/aaaa"
                            END-IF
                        END-PERFORM
                        MOVE dateSaisie(7:4) TO rechDateLimite(1:4)
                        MOVE dateSaisie(4:2) TO rechDateLimite(5:2)
                        MOVE dateSaisie(1:2) TO rechDateLimite(7:2)
                    END-IF
                    PERFORM ECRIRE_RESERVATION_RECHERCHE
                    IF rechResaCreee = 1 THEN
                        MOVE tamp_frecherche TO journalAvant
                        MOVE 1 TO rh_statut
                        MOVE rechDate TO rh_dateTrouve
                        MOVE rs_id TO rh_reservation
                        REWRITE tamp_frecherche
                         INVALID KEY
                           DISPLAY "Erreur de maj de la recherche"
                        END-REWRITE
                        MOVE cr_frecherches TO statutFichierOp
                        MOVE "MAJ RECHERCHE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "RECHERCHES" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE rh_id TO journalCle
                        MOVE tamp_frecherche TO journalApres
                        PERFORM JOURNALISER
                        ADD 1 TO rechNbServies
                        MOVE "R" TO notifType
                        MOVE rh_client TO notifClient
                        MOVE rs_id TO notifPiece
                        MOVE rechTitreExemplaire TO notifTitre
                        MOVE rechDateLimite TO notifDateLimite
                        PERFORM ENFILER_NOTIFICATION
                        DISPLAY "Mise de cote no ", rs_id,
                            " posee, client mis en file de ",
                            "notification"
                    END-IF
                END-IF.

        *>Met de côté un exemplaire de la référence entrée pour le
        *>client de la recherche courante, sous verrou comme une
        *>mise de côté d'abonné
        ECRIRE_RESERVATION_RECHERCHE.
                MOVE 0 TO rechResaCreee
                OPEN I-O finventaire
                MOVE rechTitreExemplaire TO fi_titre
                MOVE siteLocal TO fi_site
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        DISPLAY "Reference disparue, recherche ",
                            rh_id, " non servie"
                    NOT INVALID KEY
                        COMPUTE rechDispo = fi_quantite
                            + fi_qteReserve - fi_qteMiseCote
                        IF rechDispo < 1 THEN
                            DISPLAY "Plus d'exemplaire libre"
                        ELSE
                            MOVE tamp_finventaire TO journalAvant
                            ADD 1 TO fi_qteMiseCote
                            REWRITE tamp_finventaire
                             INVALID KEY
                               DISPLAY "Erreur de maj du stock"
                             NOT INVALID KEY
                               MOVE 1 TO rechResaCreee
                            END-REWRITE
                            MOVE cr_finventaire TO statutFichierOp
                            MOVE "MAJ MISE DE COTE"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            IF rechResaCreee = 1 THEN
                                MOVE "INVENTAIRE" TO journalFichier
                                MOVE "MAJ" TO journalOperation
                                MOVE fi_titre TO journalCle
                                MOVE tamp_finventaire TO journalApres
                                PERFORM JOURNALISER
                            END-IF
                        END-IF
                END-READ
                IF cr_finventaire = 51 THEN
                    DISPLAY "Enregistrement occupe par une autre ",
                        "caisse, reessayez"
                END-IF
                CLOSE finventaire

                IF rechResaCreee = 1 THEN
                    MOVE "RESA" TO cptCle
                    PERFORM PROCHAIN_ID_COMPTEUR
                    MOVE cptValeur TO rs_id
                    MOVE rh_client TO rs_client
                    MOVE rechTitreExemplaire TO rs_titreComics
                    MOVE 1 TO rs_quantite
                    MOVE rechDate TO rs_dateCreation
                    MOVE rechDateLimite TO rs_dateExpiration
                    MOVE 0 TO rs_statut
                    MOVE 0 TO rs_dateNotif
                    MOVE 0 TO rs_dateRappel
                    MOVE SPACES TO rs_origine
                    MOVE SPACES TO rs_refWeb
                    MOVE siteLocal TO rs_site
                    MOVE operateurConnecte TO rs_operateur
                    OPEN I-O freservations
                    WRITE tamp_freservation
                    END-WRITE
                    MOVE cr_freservations TO statutFichierOp
                    MOVE "ECRITURE RESERVATION"
                        TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    CLOSE freservations
                END-IF.
