        *>Cette méthode regroupe les échanges avec la boutique en
        *>ligne : publication du stock disponible et intégration des
        *>commandes à retirer en magasin
        GERER_BOUTIQUE_WEB.
                MOVE 0 TO choixMenuWeb
                PERFORM WITH TEST AFTER UNTIL choixMenuWeb = 0
                        DISPLAY "   -- BOUTIQUE EN LIGNE --"
                        DISPLAY "      -Exporter le stock (1)"
                        DISPLAY "      -Importer les commandes (2)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuWeb
                        EVALUATE choixMenuWeb
                            WHEN 1
                                PERFORM EXPORTER_STOCK_WEB
                            WHEN 2
                                PERFORM IMPORTER_COMMANDES_WEB
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode écrit stockWeb.csv, le stock publié sur le
        *>site : une ligne par référence et par boutique avec la
        *>quantité réellement disponible (rayon moins mises de
        *>côté), le prix et le code-barres EAN
        EXPORTER_STOCK_WEB.
                PERFORM EXPORTER_STOCK_WEB_TRAITEMENT
                DISPLAY webNbExportees, " ligne(s) ecrite(s) dans ",
                    nomRapport.

        *>Coeur de l'export du stock, sans aucune saisie, pour
        *>l'enchaînement nocturne en mode batch ; les références
        *>sans code-barres ne peuvent pas être rapprochées par le
        *>site et ne sont pas publiées
        EXPORTER_STOCK_WEB_TRAITEMENT.
                MOVE 0 TO webNbExportees
                MOVE "stockWeb.csv" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "ean;titre;site;disponible;prix" TO tamp_frapport
                WRITE tamp_frapport
                OPEN INPUT finventaire
                MOVE 1 TO webFin
                PERFORM WITH TEST AFTER UNTIL webFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO webFin
                    NOT AT END
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "LECTURE REFERENCE"
                            TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF fi_codeEan NOT = SPACES THEN
                            PERFORM ECRIRE_LIGNE_STOCK_WEB
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE finventaire
                CLOSE frapport.

        *>Ecrit la ligne de stock publiée de la fiche courante ; un
        *>disponible négatif (mises de côté supérieures au rayon
        *>après un inventaire) est publié à zéro
        ECRIRE_LIGNE_STOCK_WEB.
                COMPUTE webDispo = fi_quantite - fi_qteMiseCote
                IF webDispo < 0 THEN
                    MOVE 0 TO webDispo
                END-IF
                MOVE webDispo TO webDispoEdite
                MOVE fi_prix TO webPrixEdite
                MOVE SPACES TO tamp_frapport
                STRING fi_codeEan DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    fi_titre DELIMITED BY "  "
                    ";" DELIMITED BY SIZE
                    fi_site DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    webDispoEdite DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    webPrixEdite DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                ADD 1 TO webNbExportees.

        *>Cette méthode intègre le fichier des commandes passées sur
        *>le site : chaque ligne devient une mise de côté au nom du
        *>client (créé s'il est inconnu) dans la boutique de
        *>retrait ; le fichier retourWeb.csv renvoie au site le
        *>sort de chaque ligne, avec le motif des lignes refusées
        IMPORTER_COMMANDES_WEB.
                DISPLAY "Entrez le nom du fichier des commandes"
                ACCEPT nomImport
                DISPLAY "La premiere ligne contient les ",
                    "entetes (1=oui, 2=non) ?"
                ACCEPT entetePresente
                DISPLAY "Colonnes attendues : numero;date;site;ean;",
                    "quantite;nom;prenom;tel;mail"
                PERFORM IMPORTER_COMMANDES_WEB_TRAITEMENT
                IF webFichierOk = 0 THEN
                    DISPLAY "Fichier des commandes introuvable"
                END-IF.

        *>Coeur de l'import des commandes web, sans aucune saisie :
        *>le nom du fichier est dans nomImport, ce qui permet au
        *>mode batch de l'enchaîner sans clavier
        IMPORTER_COMMANDES_WEB_TRAITEMENT.
                MOVE 0 TO webFichierOk
                OPEN INPUT fimport
                IF cr_fimport = 0 THEN
                    MOVE 1 TO webFichierOk
                    MOVE 0 TO webNbServies
                    MOVE 0 TO webNbClientsCrees
                    MOVE 0 TO nbLignesImportees
                    MOVE 0 TO nbLignesRejetees
                    MOVE 0 TO premiereLigneLue
                    MOVE "retourWeb.csv" TO nomRapport
                    OPEN OUTPUT frapport
                    MOVE "numero;ean;quantite;statut;motif"
                        TO tamp_frapport
                    WRITE tamp_frapport
                    MOVE 1 TO Wfin
                    PERFORM WITH TEST AFTER UNTIL Wfin = 0
                        READ fimport
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            MOVE tamp_fimport TO ligneImportee
                            IF premiereLigneLue = 0 AND
                               entetePresente = 1 THEN
                                CONTINUE
                            ELSE
                                IF ligneImportee NOT = SPACES THEN
                                    PERFORM INTEGRER_COMMANDE_WEB
                                END-IF
                            END-IF
                            MOVE 1 TO premiereLigneLue
                    END-PERFORM
                    CLOSE frapport
                    CLOSE fimport
                    DISPLAY nbLignesImportees, " ligne(s) lue(s), ",
                        webNbServies, " mise(s) de cote creee(s), ",
                        nbLignesRejetees, " refusee(s)"
                    DISPLAY webNbClientsCrees, " client(s) cree(s)"
                    DISPLAY "Retour pour le site ecrit dans ",
                        nomRapport
                END-IF.

        *>Contrôle une ligne de commande web puis la sert : la
        *>référence doit exister dans la boutique de retrait avec
        *>assez d'exemplaires disponibles, et une ligne déjà
        *>intégrée (même commande, même titre, même client) n'est
        *>pas mise de côté une seconde fois
        INTEGRER_COMMANDE_WEB.
                MOVE SPACES TO champImport1
                MOVE SPACES TO champImport2
                MOVE SPACES TO champImport3
                MOVE SPACES TO champImport4
                MOVE SPACES TO champImport5
                MOVE SPACES TO champImport6
                MOVE SPACES TO champImport7
                MOVE SPACES TO champImport8
                MOVE SPACES TO champImport9
                UNSTRING ligneImportee DELIMITED BY ";"
                    INTO champImport1 champImport2 champImport3
                         champImport4 champImport5 champImport6
                         champImport7 champImport8 champImport9
                END-UNSTRING
                ADD 1 TO nbLignesImportees
                MOVE 1 TO ligneImportOk
                MOVE SPACES TO motifRejet

                IF champImport1 = SPACES THEN
                    MOVE "numero de commande vide" TO motifRejet
                    MOVE 0 TO ligneImportOk
                ELSE
                    MOVE champImport1 TO webNumero
                END-IF
                IF ligneImportOk = 1 THEN
                    MOVE champImport2 TO dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        MOVE "date de commande invalide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        PERFORM CONVERTIR_DATE_TRI
                        MOVE dateTri TO webDateCommande
                    END-IF
                END-IF
                *>Colonne site vide = retrait dans cette boutique
                IF ligneImportOk = 1 THEN
                    IF champImport3 = SPACES THEN
                        MOVE siteLocal TO webSite
                    ELSE
                        MOVE champImport3 TO montantTexte
                        PERFORM PARSER_ENTIER_IMPORT
                        IF montantValide = 0 OR valeurEntiere = 0
                           OR valeurEntiere > 99 THEN
                            MOVE "site de retrait invalide"
                                TO motifRejet
                            MOVE 0 TO ligneImportOk
                        ELSE
                            MOVE valeurEntiere TO webSite
                        END-IF
                    END-IF
                END-IF
                IF ligneImportOk = 1 THEN
                    IF champImport4 = SPACES THEN
                        MOVE "ean vide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE champImport4 TO webEan
                    END-IF
                END-IF
                IF ligneImportOk = 1 THEN
                    MOVE champImport5 TO montantTexte
                    PERFORM PARSER_ENTIER_IMPORT
                    IF montantValide = 0 OR valeurEntiere = 0
                       OR valeurEntiere > 9999 THEN
                        MOVE "quantite invalide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE valeurEntiere TO webQte
                    END-IF
                END-IF
                IF ligneImportOk = 1 THEN
                    IF champImport6 = SPACES OR champImport7 = SPACES
                    THEN
                        MOVE "nom ou prenom vide" TO motifRejet
                        MOVE 0 TO ligneImportOk
                    END-IF
                END-IF

                IF ligneImportOk = 1 THEN
                    PERFORM CHERCHER_REFERENCE_WEB
                END-IF
                IF ligneImportOk = 1 THEN
                    PERFORM CHERCHER_CLIENT_WEB
                    IF webIdClient > 0 THEN
                        PERFORM VERIFIER_DOUBLON_WEB
                        IF webDejaIntegree = 1 THEN
                            MOVE "ligne de commande deja integree"
                                TO motifRejet
                            MOVE 0 TO ligneImportOk
                        END-IF
                    END-IF
                END-IF
                IF ligneImportOk = 1 THEN
                    PERFORM RESERVER_STOCK_WEB
                END-IF
                IF ligneImportOk = 1 THEN
                    IF webIdClient = 0 THEN
                        PERFORM CREER_CLIENT_WEB
                    END-IF
                    PERFORM ECRIRE_RESERVATION_WEB
                    ADD 1 TO webNbServies
                ELSE
                    ADD 1 TO nbLignesRejetees
                END-IF
                PERFORM ECRIRE_RETOUR_WEB.

        *>Retrouve par son EAN la fiche de la boutique de retrait :
        *>son titre devient celui de la mise de côté
        CHERCHER_REFERENCE_WEB.
                MOVE 0 TO trouve
                MOVE SPACES TO webTitre
                OPEN INPUT finventaire
                MOVE webEan TO fi_codeEan
                MOVE 1 TO webFin
                START finventaire KEY IS EQUAL TO fi_codeEan
                    INVALID KEY MOVE 0 TO webFin
                END-START
                PERFORM UNTIL webFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO webFin
                    NOT AT END
                        IF fi_codeEan NOT = webEan THEN
                            MOVE 0 TO webFin
                        ELSE
                            IF fi_site = webSite THEN
                                MOVE 1 TO trouve
                                MOVE fi_titre TO webTitre
                                MOVE 0 TO webFin
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE finventaire
                IF trouve = 0 THEN
                    MOVE "reference absente du site de retrait"
                        TO motifRejet
                    MOVE 0 TO ligneImportOk
                END-IF.

        *>Cherche le client de la commande : par son mail quand le
        *>site en fournit un, sinon par nom et prénom comme à la
        *>saisie ; webIdClient reste à 0 si personne ne correspond
        CHERCHER_CLIENT_WEB.
                MOVE 0 TO webIdClient
                MOVE 0 TO fichierFin
                OPEN INPUT fclients
                PERFORM WITH TEST AFTER UNTIL fichierFin = 1
                    READ fclients NEXT
                    AT END MOVE 1 TO fichierFin
                    NOT AT END
                        IF champImport9 NOT = SPACES AND
                           fc_mail = champImport9 THEN
                            MOVE fc_id TO webIdClient
                            MOVE 1 TO fichierFin
                        END-IF
                        IF webIdClient = 0 AND
                           fc_nom = champImport6 AND
                           fc_prenom = champImport7 THEN
                            MOVE fc_id TO webIdClient
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE fclients.

        *>Vérifie qu'aucune mise de côté du client ne porte déjà ce
        *>numéro de commande pour ce titre : un fichier du site
        *>présenté deux fois ne réserve pas deux fois le stock
        VERIFIER_DOUBLON_WEB.
                MOVE 0 TO webDejaIntegree
                OPEN INPUT freservations
                MOVE webIdClient TO rs_client
                MOVE 1 TO webFin
                START freservations KEY IS = rs_client
                    INVALID KEY MOVE 0 TO webFin
                END-START
                PERFORM UNTIL webFin = 0
                    READ freservations NEXT
                    AT END MOVE 0 TO webFin
                    NOT AT END
                        IF rs_client NOT = webIdClient THEN
                            MOVE 0 TO webFin
                        ELSE
                            IF rs_origine = "W" AND
                               rs_refWeb = webNumero AND
                               rs_titreComics = webTitre THEN
                                MOVE 1 TO webDejaIntegree
                                MOVE 0 TO webFin
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE freservations.

        *>Neutralise sous verrou la quantité commandée dans
        *>fi_qteMiseCote de la boutique de retrait, comme une mise
        *>de côté saisie au comptoir
        RESERVER_STOCK_WEB.
                MOVE 0 TO trouve
                OPEN I-O finventaire
                MOVE webTitre TO fi_titre
                MOVE webSite TO fi_site
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        MOVE "reference absente du site de retrait"
                            TO motifRejet
                    NOT INVALID KEY
                        COMPUTE webDispo =
                            fi_quantite - fi_qteMiseCote
                        IF webDispo < webQte THEN
                            MOVE "stock disponible insuffisant"
                                TO motifRejet
                        ELSE
                            MOVE tamp_finventaire TO journalAvant
                            ADD webQte TO fi_qteMiseCote
                            REWRITE tamp_finventaire
                             INVALID KEY
                               MOVE "erreur de mise a jour du stock"
                                   TO motifRejet
                             NOT INVALID KEY
                               MOVE 1 TO trouve
                            END-REWRITE
                            MOVE cr_finventaire TO statutFichierOp
                            MOVE "MAJ MISE DE COTE"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                            IF trouve = 1 THEN
                                MOVE "INVENTAIRE" TO journalFichier
                                MOVE "MAJ" TO journalOperation
                                MOVE fi_titre TO journalCle
                                MOVE tamp_finventaire TO journalApres
                                PERFORM JOURNALISER
                            END-IF
                        END-IF
                END-READ
                IF cr_finventaire = 51 THEN
                    MOVE "reference occupee, a representer"
                        TO motifRejet
                END-IF
                CLOSE finventaire
                IF trouve = 0 THEN
                    MOVE 0 TO ligneImportOk
                END-IF.

        *>Crée le client d'une commande web inconnu de fclients :
        *>téléphone et mail sont repris quand ils sont exploitables,
        *>aucun consentement marketing n'est présumé
        CREER_CLIENT_WEB.
                MOVE 0 TO cl_tel
                IF champImport8 NOT = SPACES THEN
                    MOVE champImport8 TO montantTexte
                    PERFORM PARSER_ENTIER_IMPORT
                    IF montantValide = 1 THEN
                        MOVE valeurEntiere TO cl_tel
                    END-IF
                END-IF
                MOVE champImport9 TO cl_mail
                PERFORM VERIF_FORMAT_MAIL
                IF mailValide = 0 THEN
                    MOVE SPACES TO cl_mail
                END-IF
                MOVE "CLIENT" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO fc_id
                MOVE champImport6 TO fc_nom
                MOVE champImport7 TO fc_prenom
                MOVE cl_tel TO fc_tel
                MOVE cl_mail TO fc_mail
                MOVE 0 TO fc_ptsFidelite
                MOVE 0 TO fc_consentMail
                MOVE 0 TO fc_dateConsentMail
                MOVE 0 TO fc_consentTel
                MOVE 0 TO fc_dateConsentTel
                MOVE 0 TO fc_typeClient
                OPEN I-O fclients
                WRITE tamp_fclient
                END-WRITE
                MOVE cr_fclients TO statutFichierOp
                MOVE "ECRITURE CLIENT WEB" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fclients
                MOVE "CLIENTS" TO journalFichier
                MOVE "ECRITURE" TO journalOperation
                MOVE fc_id TO journalCle
                MOVE SPACES TO journalAvant
                MOVE tamp_fclient TO journalApres
                PERFORM JOURNALISER
                MOVE fc_id TO webIdClient
                ADD 1 TO webNbClientsCrees.

        *>Ecrit la mise de côté de la ligne de commande : elle est
        *>marquée web avec son numéro de commande et sa boutique de
        *>retrait, et court webDelaiRetrait jours après la commande
        ECRIRE_RESERVATION_WEB.
                MOVE webDateCommande TO webDateLimite
                PERFORM AVANCER_JOUR_WEB webDelaiRetrait TIMES
                MOVE "RESA" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO rs_id
                MOVE webIdClient TO rs_client
                MOVE webTitre TO rs_titreComics
                MOVE webQte TO rs_quantite
                MOVE webDateCommande TO rs_dateCreation
                MOVE webDateLimite TO rs_dateExpiration
                MOVE 0 TO rs_statut
                MOVE 0 TO rs_dateNotif
                MOVE 0 TO rs_dateRappel
                MOVE "W" TO rs_origine
                MOVE webNumero TO rs_refWeb
                MOVE webSite TO rs_site
                MOVE 0 TO rs_operateur
                OPEN I-O freservations
                WRITE tamp_freservation
                END-WRITE
                MOVE cr_freservations TO statutFichierOp
                MOVE "ECRITURE RESERVATION" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE freservations.

        *>Avance webDateLimite d'un jour calendaire
        AVANCER_JOUR_WEB.
                ADD 1 TO webJour
                COMPUTE agFinMois = webAnnee * 100 + webMois
                PERFORM CALCULER_FIN_DE_MOIS
                IF webJour > agDernierJour THEN
                    MOVE 1 TO webJour
                    ADD 1 TO webMois
                    IF webMois > 12 THEN
                        MOVE 1 TO webMois
                        ADD 1 TO webAnnee
                    END-IF
                END-IF.

        *>Ecrit dans retourWeb.csv le sort de la ligne de commande
        *>courante : OK, ou REJET suivi du motif
        ECRIRE_RETOUR_WEB.
                MOVE SPACES TO tamp_frapport
                IF ligneImportOk = 1 THEN
                    STRING champImport1 DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        champImport4 DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        champImport5 DELIMITED BY SPACE
                        ";OK;" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                ELSE
                    STRING champImport1 DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        champImport4 DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        champImport5 DELIMITED BY SPACE
                        ";REJET;" DELIMITED BY SIZE
                        motifRejet DELIMITED BY "  "
                        INTO tamp_frapport
                    END-STRING
                END-IF
                WRITE tamp_frapport.
