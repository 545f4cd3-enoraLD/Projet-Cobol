        *>Cette méthode vérifie que les fichiers partagés des
        *>ventes et de l'inventaire s'ouvrent depuis ce poste : un
        *>statut d'erreur permanente (30 et au-delà) veut dire que
        *>le réseau vers les .dat partagés est coupé
        TESTER_FICHIERS_PARTAGES.
                MOVE 1 TO partageAccessible
                OPEN INPUT fventes
                IF cr_fventes NOT < 30 THEN
                    MOVE 0 TO partageAccessible
                ELSE
                    CLOSE fventes
                END-IF
                OPEN INPUT finventaire
                IF cr_finventaire NOT < 30 THEN
                    MOVE 0 TO partageAccessible
                ELSE
                    CLOSE finventaire
                END-IF.

        *>Cette méthode prépare la caisse à une coupure du réseau,
        *>tant que les fichiers partagés sont accessibles : elle
        *>réserve un bloc d'ids de ticket et de vente et recopie
        *>les prix de l'inventaire du site sur le poste
        PREPARER_MODE_HORS_LIGNE.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "La preparation du mode hors ligne est ",
                        "reservee au gerant"
                ELSE
                    PERFORM TESTER_FICHIERS_PARTAGES
                    IF partageAccessible = 0 THEN
                        DISPLAY "Fichiers partages inaccessibles : ",
                            "la preparation se fait en ligne"
                    ELSE
                        PERFORM LIRE_BLOC_HORS_LIGNE
                        MOVE 1 TO hlNouveauBloc
                        IF hlTicketsRestants > 0 THEN
                            DISPLAY "Bloc en cours : ",
                                hlTicketsRestants, " ticket(s) et ",
                                hlVentesRestantes, " ligne(s) ",
                                "encore disponibles"
                            MOVE 0 TO hlNouveauBloc
                            PERFORM WITH TEST AFTER
                                    UNTIL hlNouveauBloc = 1
                                       OR hlNouveauBloc = 2
                                DISPLAY "Reserver un nouveau bloc (1) ",
                                    "ou garder le bloc en cours (2) ?"
                                ACCEPT hlNouveauBloc
                            END-PERFORM
                            IF hlNouveauBloc = 2 THEN
                                MOVE 0 TO hlNouveauBloc
                            END-IF
                        END-IF
                        IF hlNouveauBloc = 1 THEN
                            DISPLAY "Nombre de tickets a reserver ",
                                "(0 = 50) ?"
                            ACCEPT hlNbTickets
                            IF hlNbTickets = 0 THEN
                                MOVE 50 TO hlNbTickets
                            END-IF
                        END-IF
                        PERFORM PREPARER_HORS_LIGNE_TRAITEMENT
                    END-IF
                END-IF.

        *>Coeur de la préparation, sans aucune saisie (le mode
        *>batch l'enchaîne aussi) : nouveau bloc d'ids si
        *>hlNouveauBloc vaut 1, pour hlNbTickets tickets de cinq
        *>lignes en moyenne, puis copie des prix du site
        PREPARER_HORS_LIGNE_TRAITEMENT.
                IF hlNouveauBloc = 1 THEN
                    COMPUTE hlNbVentes = hlNbTickets * 5
                    MOVE "TICKET" TO cptCle
                    MOVE hlNbTickets TO cptBloc
                    PERFORM RESERVER_BLOC_COMPTEUR
                    MOVE cptValeur TO hb_ticketSuivant
                    COMPUTE hb_ticketFin = cptValeur + hlNbTickets - 1
                    MOVE "VENTE" TO cptCle
                    MOVE hlNbVentes TO cptBloc
                    PERFORM RESERVER_BLOC_COMPTEUR
                    MOVE cptValeur TO hb_venteSuivant
                    COMPUTE hb_venteFin = cptValeur + hlNbVentes - 1
                    ACCEPT hb_dateReserve FROM DATE YYYYMMDD
                    PERFORM ECRIRE_BLOC_HORS_LIGNE
                    DISPLAY "Tickets ", hb_ticketSuivant, " a ",
                        hb_ticketFin, " reserves"
                    DISPLAY "Ventes ", hb_venteSuivant, " a ",
                        hb_venteFin, " reservees"
                    MOVE "COMPTEURS" TO journalFichier
                    MOVE "MAJ" TO journalOperation
                    MOVE "HORS LIGNE" TO journalCle
                    MOVE SPACES TO journalAvant
                    MOVE tamp_fblocHorsLigne TO journalApres
                    PERFORM JOURNALISER
                END-IF

                MOVE 0 TO hlNbReferences
                OPEN OUTPUT fcatHorsLigne
                MOVE cr_fcatHorsLigne TO statutFichierOp
                MOVE "OUVERTURE CATALOGUE LOCAL"
                    TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                OPEN INPUT finventaire
                MOVE 1 TO hlFin
                PERFORM WITH TEST AFTER UNTIL hlFin = 0
                    READ finventaire NEXT
                    AT END MOVE 0 TO hlFin
                    NOT AT END
                        IF fi_site = siteLocal THEN
                            PERFORM COPIER_REFERENCE_HORS_LIGNE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE finventaire
                CLOSE fcatHorsLigne
                DISPLAY hlNbReferences, " reference(s) copiee(s) ",
                    "sur le poste pour le mode hors ligne".

        *>Recopie la référence lue dans le catalogue local, au prix
        *>de sa fiche inventaire
        COPIER_REFERENCE_HORS_LIGNE.
                MOVE SPACES TO tamp_fcatHorsLigne
                MOVE fi_titre TO hc_titre
                MOVE fi_codeEan TO hc_ean
                MOVE fi_prix TO hc_prix
                MOVE fi_prixPublic TO hc_prixPublic
                MOVE fi_tauxTva TO hc_tauxTva
                IF fi_quantite > fi_qteMiseCote THEN
                    COMPUTE hc_dispo = fi_quantite - fi_qteMiseCote
                ELSE
                    MOVE 0 TO hc_dispo
                END-IF
                WRITE tamp_fcatHorsLigne
                MOVE cr_fcatHorsLigne TO statutFichierOp
                MOVE "ECRITURE CATALOGUE LOCAL"
                    TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                ADD 1 TO hlNbReferences.

        *>Lit le bloc d'ids réservé (tout à zéro s'il n'y en a pas)
        *>et calcule ce qu'il en reste
        LIRE_BLOC_HORS_LIGNE.
                MOVE 0 TO hlTicketsRestants
                MOVE 0 TO hlVentesRestantes
                OPEN INPUT fblocHorsLigne
                IF cr_fblocHorsLigne = 0 THEN
                    READ fblocHorsLigne
                    AT END
                        MOVE 0 TO hb_ticketSuivant
                        MOVE 0 TO hb_ticketFin
                        MOVE 0 TO hb_venteSuivant
                        MOVE 0 TO hb_venteFin
                    END-READ
                    CLOSE fblocHorsLigne
                    IF hb_ticketSuivant > 0 AND
                       hb_ticketSuivant NOT > hb_ticketFin THEN
                        COMPUTE hlTicketsRestants =
                            hb_ticketFin - hb_ticketSuivant + 1
                    END-IF
                    IF hb_venteSuivant > 0 AND
                       hb_venteSuivant NOT > hb_venteFin THEN
                        COMPUTE hlVentesRestantes =
                            hb_venteFin - hb_venteSuivant + 1
                    END-IF
                END-IF.

        *>Réécrit le bloc d'ids avec ses prochains ids à utiliser
        ECRIRE_BLOC_HORS_LIGNE.
                OPEN OUTPUT fblocHorsLigne
                WRITE tamp_fblocHorsLigne
                MOVE cr_fblocHorsLigne TO statutFichierOp
                MOVE "ECRITURE BLOC HORS LIGNE"
                    TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fblocHorsLigne.

        *>Cette méthode enregistre une vente quand les fichiers
        *>partagés sont inaccessibles : le ticket est tarifé sur le
        *>catalogue local, numéroté dans le bloc réservé, encaissé
        *>en espèces, carte ou chèque, puis écrit complet (entête,
        *>lignes, règlements) dans le journal local ; le stock, les
        *>points, la caisse et les agrégats ne seront touchés qu'au
        *>rejeu. Pas de mise de côté, d'avoir, de carte cadeau, de
        *>points, d'acompte ni de coffret hors ligne : ils vivent
        *>tous dans les fichiers partagés
        VENTE_HORS_LIGNE.
                DISPLAY "*** Fichiers partages inaccessibles : ",
                    "vente en mode HORS LIGNE ***"
                PERFORM LIRE_BLOC_HORS_LIGNE
                IF hlTicketsRestants = 0 OR hlVentesRestantes = 0 THEN
                    DISPLAY "Aucun id reserve pour le mode hors ",
                        "ligne, vente impossible : le gerant doit ",
                        "preparer le mode hors ligne au retour du ",
                        "reseau"
                ELSE
                    MOVE 20 TO hlMaxLignes
                    IF hlVentesRestantes < 20 THEN
                        MOVE hlVentesRestantes TO hlMaxLignes
                    END-IF
                    *>Le client ne peut pas être contrôlé hors ligne :
                    *>il le sera au rejeu, avant le cumul des points
                    DISPLAY "Id du client (0 si non communique) ?"
                    ACCEPT idVerifClient
                    ACCEPT dateTri FROM DATE YYYYMMDD
                    ACCEPT heureTicket FROM TIME
                    MOVE 0 TO nbLignesTicket
                    MOVE 0 TO ticketTotal
                    MOVE 1 TO choixAutreLigne
                    PERFORM WITH TEST AFTER
                            UNTIL choixAutreLigne NOT = 1
                               OR nbLignesTicket = hlMaxLignes
                        PERFORM SAISIR_LIGNE_HORS_LIGNE
                        IF nbLignesTicket < hlMaxLignes THEN
                            DISPLAY "Ajouter un autre titre au ",
                                "ticket (1=oui, 2=non) ?"
                            ACCEPT choixAutreLigne
                        ELSE
                            DISPLAY "Ticket plein, passage a ",
                                "l'encaissement"
                        END-IF
                    END-PERFORM
                    IF nbLignesTicket = 0 THEN
                        DISPLAY "Aucune ligne, vente abandonnee"
                    ELSE
                        PERFORM ENCAISSER_HORS_LIGNE
                    END-IF
                END-IF.

        *>Saisit une ligne du ticket hors ligne : le titre ou le
        *>code-barres est cherché dans le catalogue local, la ligne
        *>prend le prix qui y a été recopié (sans remise)
        SAISIR_LIGNE_HORS_LIGNE.
                MOVE 0 TO hlTrouve
                PERFORM WITH TEST AFTER UNTIL hlTrouve = 1
                        OR titreOuEan = SPACES
                    DISPLAY "Titre ou code-barres (vide pour ",
                        "annuler la ligne) ?"
                    MOVE SPACES TO titreOuEan
                    ACCEPT titreOuEan
                    IF titreOuEan NOT = SPACES THEN
                        PERFORM CHERCHER_CATALOGUE_HORS_LIGNE
                        IF hlTrouve = 0 THEN
                            DISPLAY "Reference absente du ",
                                "catalogue local"
                        END-IF
                    END-IF
                END-PERFORM
                IF hlTrouve = 1 THEN
                    MOVE 0 TO qteLigneSaisie
                    PERFORM WITH TEST AFTER UNTIL qteLigneSaisie > 0
                        DISPLAY "Quantite ?"
                        ACCEPT qteLigneSaisie
                    END-PERFORM
                    *>Le stock ne peut pas être contrôlé hors ligne :
                    *>l'exemplaire est dans les mains du client, un
                    *>manque ressortira au rejeu
                    IF qteLigneSaisie > hc_dispo THEN
                        DISPLAY "Attention : ", hc_dispo,
                            " exemplaire(s) disponible(s) a la ",
                            "preparation"
                    END-IF
                    ADD 1 TO nbLignesTicket
                    MOVE hc_titre TO tl_titre(nbLignesTicket)
                    MOVE qteLigneSaisie TO tl_qte(nbLignesTicket)
                    MOVE hc_tauxTva TO tl_tauxTva(nbLignesTicket)
                    MOVE hc_prix TO tl_prixNormal(nbLignesTicket)
                    MOVE 0 TO tl_remise(nbLignesTicket)
                    MOVE hc_prix TO tl_prixUnitaire(nbLignesTicket)
                    COMPUTE tl_montant(nbLignesTicket) =
                        hc_prix * qteLigneSaisie
                    MOVE hc_prixPublic TO tl_prixPublic(nbLignesTicket)
                    MOVE 0 TO tl_prixPlancher(nbLignesTicket)
                    MOVE 0 TO tl_remiseDemandee(nbLignesTicket)
                    MOVE 0 TO tl_web(nbLignesTicket)
                    MOVE SPACES TO tl_coffret(nbLignesTicket)
                    MOVE 0 TO tl_coffretTete(nbLignesTicket)
                    MOVE 0 TO tl_gerant(nbLignesTicket)
                    ADD tl_montant(nbLignesTicket) TO ticketTotal
                END-IF.

        *>Cherche titreOuEan dans le catalogue local, par titre ou
        *>par code-barres
        CHERCHER_CATALOGUE_HORS_LIGNE.
                MOVE 0 TO hlTrouve
                OPEN INPUT fcatHorsLigne
                IF cr_fcatHorsLigne NOT = 0 THEN
                    DISPLAY "Catalogue local absent : le mode hors ",
                        "ligne n'a pas ete prepare"
                ELSE
                    MOVE 1 TO hlFin
                    PERFORM WITH TEST AFTER UNTIL hlFin = 0
                            OR hlTrouve = 1
                        READ fcatHorsLigne
                        AT END MOVE 0 TO hlFin
                        NOT AT END
                            IF hc_titre = titreOuEan THEN
                                MOVE 1 TO hlTrouve
                            END-IF
                            IF hc_ean NOT = SPACES AND
                               hc_ean = titreOuEan THEN
                                MOVE 1 TO hlTrouve
                            END-IF
                        END-READ
                    END-PERFORM
                    CLOSE fcatHorsLigne
                END-IF.

        *>Numérote le ticket dans le bloc réservé, encaisse, écrit
        *>le ticket au journal local et imprime le reçu ; les ids
        *>sont consommés dans le bloc avant toute écriture, pour
        *>qu'une coupure ne puisse jamais les redonner
        ENCAISSER_HORS_LIGNE.
                MOVE hb_ticketSuivant TO idTicket
                ADD 1 TO hb_ticketSuivant
                PERFORM VARYING hlIdx FROM 1 BY 1
                        UNTIL hlIdx > nbLignesTicket
                    MOVE hb_venteSuivant TO hv_idVente(hlIdx)
                    ADD 1 TO hb_venteSuivant
                END-PERFORM
                PERFORM ECRIRE_BLOC_HORS_LIGNE
                DISPLAY "Numero de ticket attribue : ", idTicket

                MOVE ticketTotal TO resteAEncaisser
                MOVE 0 TO montantEspecesTicket
                MOVE 0 TO montantCarteTicket
                MOVE 0 TO montantChequeTicket
                MOVE 0 TO montantCompteTicket
                PERFORM SAISIR_REGLEMENT_HORS_LIGNE
                    UNTIL resteAEncaisser = 0
                IF montantEspecesTicket NOT < montantCarteTicket
                   AND montantEspecesTicket NOT <
                       montantChequeTicket THEN
                    MOVE 1 TO modePaiement
                ELSE
                    IF montantCarteTicket NOT <
                       montantChequeTicket THEN
                        MOVE 2 TO modePaiement
                    ELSE
                        MOVE 4 TO modePaiement
                    END-IF
                END-IF

                PERFORM ECRIRE_JOURNAL_HORS_LIGNE
                PERFORM IMPRIMER_RECU_HORS_LIGNE.

        *>Une part de règlement hors ligne : pas de compte client,
        *>l'ardoise est dans les fichiers partagés
        SAISIR_REGLEMENT_HORS_LIGNE.
                MOVE resteAEncaisser TO montantEdite
                DISPLAY "Reste a encaisser : ", montantEdite, " EUR"
                MOVE 0 TO modeTendre
                PERFORM WITH TEST AFTER UNTIL modeTendre = 1
                        OR modeTendre = 2 OR modeTendre = 4
                    DISPLAY "Mode : especes (1), carte (2) ou ",
                        "cheque (4) ?"
                    ACCEPT modeTendre
                END-PERFORM
                MOVE 0 TO montantTendre
                PERFORM WITH TEST AFTER UNTIL montantTendre > 0
                    DISPLAY "Montant regle dans ce mode ?"
                    ACCEPT montantTendre
                END-PERFORM
                IF montantTendre > resteAEncaisser THEN
                    DISPLAY "Ramene au reste a encaisser"
                    MOVE resteAEncaisser TO montantTendre
                END-IF
                EVALUATE modeTendre
                    WHEN 1
                        ADD montantTendre TO montantEspecesTicket
                    WHEN 2
                        ADD montantTendre TO montantCarteTicket
                    WHEN 4
                        ADD montantTendre TO montantChequeTicket
                END-EVALUATE
                SUBTRACT montantTendre FROM resteAEncaisser.

        *>Ecrit le ticket complet à la fin du journal local :
        *>l'entête, une ligne par titre, un règlement par mode
        ECRIRE_JOURNAL_HORS_LIGNE.
                OPEN EXTEND fhorsLigne
                IF cr_fhorsLigne = 35 THEN
                    OPEN OUTPUT fhorsLigne
                END-IF
                MOVE cr_fhorsLigne TO statutFichierOp
                MOVE "OUVERTURE JOURNAL HORS LIGNE"
                    TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                MOVE 0 TO hlNbReglements
                IF montantEspecesTicket > 0 THEN
                    ADD 1 TO hlNbReglements
                END-IF
                IF montantCarteTicket > 0 THEN
                    ADD 1 TO hlNbReglements
                END-IF
                IF montantChequeTicket > 0 THEN
                    ADD 1 TO hlNbReglements
                END-IF

                MOVE SPACES TO tamp_fhorsLigne
                MOVE "E" TO hl_type
                MOVE idTicket TO hl_ticket
                MOVE idVerifClient TO hl_client
                MOVE dateTri TO hl_date
                MOVE heureTicket TO hl_heure
                MOVE operateurConnecte TO hl_operateur
                MOVE siteLocal TO hl_site
                MOVE nbLignesTicket TO hl_nbLignes
                MOVE hlNbReglements TO hl_nbReglements
                MOVE ticketTotal TO hl_total
                MOVE modePaiement TO hl_mode
                PERFORM ECRIRE_ENREG_HORS_LIGNE

                PERFORM VARYING hlIdx FROM 1 BY 1
                        UNTIL hlIdx > nbLignesTicket
                    MOVE SPACES TO tamp_fhorsLigne
                    MOVE "L" TO hl_type
                    MOVE idTicket TO hl_ticket
                    MOVE hv_idVente(hlIdx) TO hl_idVente
                    MOVE tl_titre(hlIdx) TO hl_titre
                    MOVE tl_qte(hlIdx) TO hl_qte
                    MOVE tl_prixUnitaire(hlIdx) TO hl_prixUnitaire
                    MOVE tl_tauxTva(hlIdx) TO hl_tauxTva
                    MOVE tl_montant(hlIdx) TO hl_montant
                    MOVE tl_prixPublic(hlIdx) TO hl_prixPublic
                    PERFORM ECRIRE_ENREG_HORS_LIGNE
                END-PERFORM

                IF montantEspecesTicket > 0 THEN
                    MOVE 1 TO modeTendre
                    MOVE montantEspecesTicket TO montantTendre
                    PERFORM ECRIRE_REGLEMENT_HORS_LIGNE
                END-IF
                IF montantCarteTicket > 0 THEN
                    MOVE 2 TO modeTendre
                    MOVE montantCarteTicket TO montantTendre
                    PERFORM ECRIRE_REGLEMENT_HORS_LIGNE
                END-IF
                IF montantChequeTicket > 0 THEN
                    MOVE 4 TO modeTendre
                    MOVE montantChequeTicket TO montantTendre
                    PERFORM ECRIRE_REGLEMENT_HORS_LIGNE
                END-IF
                CLOSE fhorsLigne.

        *>Enregistrement règlement du journal local (mode et montant
        *>dans modeTendre et montantTendre)
        ECRIRE_REGLEMENT_HORS_LIGNE.
                MOVE SPACES TO tamp_fhorsLigne
                MOVE "R" TO hl_type
                MOVE idTicket TO hl_ticket
                MOVE modeTendre TO hl_modeRegl
                MOVE montantTendre TO hl_montantRegl
                PERFORM ECRIRE_ENREG_HORS_LIGNE.

        ECRIRE_ENREG_HORS_LIGNE.
                WRITE tamp_fhorsLigne
                MOVE cr_fhorsLigne TO statutFichierOp
                MOVE "ECRITURE JOURNAL HORS LIGNE"
                    TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER.

        *>Reçu du ticket hors ligne : les points du client seront
        *>crédités au rejeu, le reçu ne peut donc pas donner de
        *>solde
        IMPRIMER_RECU_HORS_LIGNE.
                PERFORM OUVRIR_SPOOL_RECUS
                MOVE "----------------------------------" TO ligneRecu
                PERFORM EMETTRE_LIGNE_RECU
                MOVE "RECU DE VENTE (HORS LIGNE)" TO ligneRecu
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
                    MOVE tl_prixUnitaire(idxLigneTicket) TO prixEdite
                    MOVE tl_montant(idxLigneTicket) TO montantEdite
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
                    PERFORM EMETTRE_LIGNE_RECU
                END-PERFORM
                MOVE ticketTotal TO montantEdite
                STRING "Total : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO ligneRecu
                END-STRING
                PERFORM EMETTRE_LIGNE_RECU
                MOVE 1 TO dupPaiement
                MOVE montantEspecesTicket TO dupTotal
                PERFORM EMETTRE_REGLEMENT_RECU
                MOVE 2 TO dupPaiement
                MOVE montantCarteTicket TO dupTotal
                PERFORM EMETTRE_REGLEMENT_RECU
                MOVE 4 TO dupPaiement
                MOVE montantChequeTicket TO dupTotal
                PERFORM EMETTRE_REGLEMENT_RECU
                IF idVerifClient > 0 THEN
                    MOVE "Points fidelite credites ulterieurement"
                        TO ligneRecu
                    PERFORM EMETTRE_LIGNE_RECU
                END-IF
                MOVE "----------------------------------" TO ligneRecu
                PERFORM EMETTRE_LIGNE_RECU
                CLOSE frecus.

        *>Compte les tickets du journal local pas encore rejoués
        COMPTER_TICKETS_HORS_LIGNE.
                MOVE 0 TO hlNbAttente
                OPEN INPUT fhorsLigne
                IF cr_fhorsLigne = 0 THEN
                    MOVE 1 TO hlFin
                    PERFORM WITH TEST AFTER UNTIL hlFin = 0
                        READ fhorsLigne
                        AT END MOVE 0 TO hlFin
                        NOT AT END
                            IF hl_type = "E" THEN
                                ADD 1 TO hlNbAttente
                            END-IF
                        END-READ
                    END-PERFORM
                    CLOSE fhorsLigne
                END-IF.

        *>Rappelle, une fois le réseau revenu, les tickets hors
        *>ligne qui attendent encore leur rejeu
        SIGNALER_REJEU_EN_ATTENTE.
                PERFORM COMPTER_TICKETS_HORS_LIGNE
                IF hlNbAttente > 0 THEN
                    DISPLAY "ATTENTION : ", hlNbAttente,
                        " ticket(s) hors ligne en attente de rejeu ",
                        "(menu ventes du gerant)"
                END-IF.

        *>Cette méthode rejoue dans les fichiers partagés les
        *>tickets encaissés hors ligne
        REJOUER_VENTES_HORS_LIGNE.
                IF operateurRole NOT = 1 THEN
                    DISPLAY "Le rejeu des ventes hors ligne est ",
                        "reserve au gerant"
                ELSE
                    PERFORM REJEU_HORS_LIGNE_TRAITEMENT
                END-IF.

        *>Coeur du rejeu, sans aucune saisie (le mode batch
        *>l'enchaîne aussi) : les tickets du journal local sont
        *>postés dans leur ordre d'encaissement avec leurs ids
        *>réservés (stock, ventes, règlements, caisse, sceau,
        *>agrégats, points, journal d'audit) ; tout conflit part
        *>sur le rapport d'exceptions sans bloquer le ticket, qui a
        *>bel et bien été payé. Un ticket déjà présent dans fventes
        *>(rejeu interrompu puis relancé) n'est pas reposté. Le
        *>journal local est vidé en fin de rejeu
        REJEU_HORS_LIGNE_TRAITEMENT.
                PERFORM TESTER_FICHIERS_PARTAGES
                IF partageAccessible = 0 THEN
                    DISPLAY "Fichiers partages toujours ",
                        "inaccessibles, rejeu impossible"
                ELSE
                    PERFORM REJOUER_JOURNAL_HORS_LIGNE
                END-IF.

        *>Parcourt le journal local et édite le rapport
        *>d'exceptions
        REJOUER_JOURNAL_HORS_LIGNE.
                OPEN INPUT fhorsLigne
                IF cr_fhorsLigne NOT = 0 THEN
                    DISPLAY "Aucune vente hors ligne a rejouer"
                ELSE
                    MOVE operateurConnecte TO hlOperateurSauve
                    MOVE siteLocal TO hlSiteSauve
                    MOVE 0 TO hlNbAttente
                    MOVE 0 TO hlNbRejoues
                    MOVE 0 TO hlNbDejaPostes
                    MOVE 0 TO hlNbExceptions

                    MOVE "exceptionsHL.txt" TO nomRapport
                    OPEN OUTPUT frapport
                    MOVE "EXCEPTIONS DU REJEU HORS LIGNE"
                        TO rapportTitre
                    MOVE "TICKET / TITRE / MOTIF" TO rapportColonnes
                    MOVE 0 TO nbLignesEdition
                    PERFORM INITIALISER_EDITION

                    MOVE 1 TO hlFin
                    PERFORM WITH TEST AFTER UNTIL hlFin = 0
                        READ fhorsLigne
                        AT END MOVE 0 TO hlFin
                        NOT AT END
                            IF hl_type = "E" THEN
                                PERFORM REJOUER_TICKET_HORS_LIGNE
                            END-IF
                        END-READ
                    END-PERFORM
                    CLOSE fhorsLigne
                    MOVE hlOperateurSauve TO operateurConnecte
                    MOVE hlSiteSauve TO siteLocal

                    MOVE SPACES TO tamp_frapport
                    STRING hlNbRejoues DELIMITED BY SIZE
                        " ticket(s) rejoue(s), " DELIMITED BY SIZE
                        hlNbDejaPostes DELIMITED BY SIZE
                        " deja poste(s), " DELIMITED BY SIZE
                        hlNbExceptions DELIMITED BY SIZE
                        " exception(s)" DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM PIED_EDITION
                    CLOSE frapport

                    *>Tous les tickets sont maintenant dans les
                    *>fichiers partagés : le journal local repart à
                    *>vide
                    OPEN OUTPUT fhorsLigne
                    CLOSE fhorsLigne
                    DISPLAY hlNbRejoues, " ticket(s) rejoue(s), ",
                        hlNbDejaPostes, " deja poste(s), ",
                        hlNbExceptions, " exception(s) dans ",
                        nomRapport
                END-IF.

        *>Recharge le ticket dont l'entête vient d'être lue (ses
        *>lignes et ses règlements la suivent) et le poste s'il ne
        *>l'a pas déjà été
        REJOUER_TICKET_HORS_LIGNE.
                MOVE hl_ticket TO idTicket
                MOVE hl_client TO idVerifClient
                MOVE hl_date TO dateTri
                MOVE hl_heure TO heureTicket
                MOVE hl_operateur TO operateurConnecte
                MOVE hl_site TO siteLocal
                MOVE hl_total TO ticketTotal
                MOVE hl_mode TO modePaiement
                MOVE hl_nbLignes TO hlMaxLignes
                MOVE hl_nbReglements TO hlNbReglements
                MOVE 0 TO nbLignesTicket
                MOVE 0 TO montantEspecesTicket
                MOVE 0 TO montantCarteTicket
                MOVE 0 TO montantChequeTicket
                MOVE 0 TO montantCompteTicket
                PERFORM LIRE_LIGNE_HORS_LIGNE hlMaxLignes TIMES
                PERFORM LIRE_REGLEMENT_HORS_LIGNE hlNbReglements TIMES
                ADD 1 TO hlNbAttente

                PERFORM CHERCHER_TICKET_POSTE
                IF hlDejaPoste = 1 THEN
                    DISPLAY "Ticket ", idTicket, " deja present ",
                        "dans les ventes, non reposte"
                    ADD 1 TO hlNbDejaPostes
                ELSE
                    PERFORM POSTER_TICKET_HORS_LIGNE
                    ADD 1 TO hlNbRejoues
                END-IF.

        *>Lit une ligne du ticket en cours de rejeu
        LIRE_LIGNE_HORS_LIGNE.
                IF hlFin = 1 THEN
                    READ fhorsLigne
                    AT END MOVE 0 TO hlFin
                    NOT AT END
                        IF hl_type = "L" AND hl_ticket = idTicket
                           AND nbLignesTicket < 20 THEN
                            ADD 1 TO nbLignesTicket
                            MOVE hl_idVente
                                TO hv_idVente(nbLignesTicket)
                            MOVE hl_titre TO tl_titre(nbLignesTicket)
                            MOVE hl_qte TO tl_qte(nbLignesTicket)
                            MOVE hl_tauxTva
                                TO tl_tauxTva(nbLignesTicket)
                            MOVE hl_prixUnitaire
                                TO tl_prixNormal(nbLignesTicket)
                            MOVE 0 TO tl_remise(nbLignesTicket)
                            MOVE hl_prixUnitaire
                                TO tl_prixUnitaire(nbLignesTicket)
                            MOVE hl_montant
                                TO tl_montant(nbLignesTicket)
                            MOVE hl_prixPublic
                                TO tl_prixPublic(nbLignesTicket)
                            MOVE 0 TO tl_prixPlancher(nbLignesTicket)
                            MOVE 0
                                TO tl_remiseDemandee(nbLignesTicket)
                            MOVE 0 TO tl_web(nbLignesTicket)
                            MOVE SPACES TO tl_coffret(nbLignesTicket)
                            MOVE 0 TO tl_coffretTete(nbLignesTicket)
                            MOVE 0 TO tl_gerant(nbLignesTicket)
                        END-IF
                    END-READ
                END-IF.

        *>Lit un règlement du ticket en cours de rejeu
        LIRE_REGLEMENT_HORS_LIGNE.
                IF hlFin = 1 THEN
                    READ fhorsLigne
                    AT END MOVE 0 TO hlFin
                    NOT AT END
                        IF hl_type = "R" AND hl_ticket = idTicket THEN
                            EVALUATE hl_modeRegl
                                WHEN 1
                                    ADD hl_montantRegl
                                        TO montantEspecesTicket
                                WHEN 2
                                    ADD hl_montantRegl
                                        TO montantCarteTicket
                                WHEN 4
                                    ADD hl_montantRegl
                                        TO montantChequeTicket
                            END-EVALUATE
                        END-IF
                    END-READ
                END-IF.

        *>Un ticket est déjà posté si fventes porte une ligne sous
        *>son numéro
        CHERCHER_TICKET_POSTE.
                MOVE 0 TO hlDejaPoste
                OPEN INPUT fventes
                MOVE idTicket TO fv_ticket
                START fventes KEY IS = fv_ticket
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO hlDejaPoste
                END-START
                CLOSE fventes.

        *>Poste le ticket rechargé comme l'aurait fait la caisse en
        *>ligne, avec ses ids réservés, sa date et son heure
        POSTER_TICKET_HORS_LIGNE.
                MOVE SPACES TO hlTitreException
                MOVE 0 TO hlClientConnu
                IF idVerifClient > 0 THEN
                    PERFORM VERIF_ID_CLIENT
                    IF VerifClient = 1 THEN
                        MOVE 1 TO hlClientConnu
                    ELSE
                        MOVE "Client inconnu, points non cumules"
                            TO hlMotif
                        PERFORM EDITER_EXCEPTION_HORS_LIGNE
                    END-IF
                END-IF
                MOVE dateTri TO calDateControle
                PERFORM CONTROLER_JOURNEE
                IF journeeOuverte = 0 THEN
                    MOVE "Journee cloturee ou absente du calendrier"
                        TO hlMotif
                    PERFORM EDITER_EXCEPTION_HORS_LIGNE
                END-IF
                MOVE dateTri TO pvDateControle
                PERFORM VERIFIER_PERIODE_VERROUILLEE
                IF periodeVerrouillee = 1 THEN
                    MOVE "Mois deja verrouille en comptabilite"
                        TO hlMotif
                    PERFORM EDITER_EXCEPTION_HORS_LIGNE
                END-IF

                PERFORM VARYING idxLigneTicket FROM 1 BY 1
                        UNTIL idxLigneTicket > nbLignesTicket
                    PERFORM POSTER_STOCK_HORS_LIGNE
                END-PERFORM

                MOVE 0 TO remisePoints
                MOVE 0 TO montantAvoirUtilise
                MOVE 0 TO montantCarteUtilisee
                MOVE 0 TO montantAcompteUtilise
                MOVE 0 TO evenementTicket
                MOVE 1 TO rejeuHorsLigne
                PERFORM ECRIRE_LIGNES_TICKET
                MOVE 0 TO rejeuHorsLigne
                PERFORM ECRIRE_REGLEMENTS_TICKET
                IF montantEspecesTicket > 0 THEN
                    MOVE montantEspecesTicket TO mouvementCaisse
                    PERFORM ENREGISTRER_MOUVEMENT_CAISSE
                END-IF
                MOVE idTicket TO sceauTicket
                MOVE 0 TO sceauVente
                MOVE dateTri TO sceauDate
                MOVE heureTicket(1:4) TO sceauHeure
                MOVE siteLocal TO sceauSite
                MOVE nbLignesTicket TO sceauNbLignes
                PERFORM SCELLER_TICKET
                IF hlClientConnu = 1 THEN
                    MOVE ticketTotal TO venteMontantTotal
                    MOVE idVerifClient TO fv_client
                    PERFORM CUMULER_POINTS_FIDELITE
                END-IF.

        *>Décrémente le stock de la ligne idxLigneTicket, en
        *>réessayant tant qu'une autre caisse tient la fiche
        POSTER_STOCK_HORS_LIGNE.
                MOVE tl_titre(idxLigneTicket) TO hlTitreException
                OPEN I-O finventaire
                PERFORM WITH TEST AFTER
                        UNTIL cr_finventaire NOT = 51
                    MOVE tl_titre(idxLigneTicket) TO fi_titre
                    MOVE siteLocal TO fi_site
                    PERFORM DECREMENTER_STOCK_HORS_LIGNE
                    IF cr_finventaire = 51 THEN
                        DISPLAY "Enregistrement occupe par une ",
                            "autre caisse, nouvel essai..."
                    END-IF
                END-PERFORM
                CLOSE finventaire
                MOVE SPACES TO hlTitreException.

        *>Lecture sous verrou et décrémentation : le stock ne
        *>descend pas sous zéro (le manque est signalé), et une
        *>vente qui entame des exemplaires mis de côté pour un
        *>client est signalée pour que la mise de côté soit revue
        DECREMENTER_STOCK_HORS_LIGNE.
                READ finventaire WITH LOCK KEY IS fi_cleInv
                    INVALID KEY
                        MOVE "Reference inconnue du site, stock intact"
                            TO hlMotif
                        PERFORM EDITER_EXCEPTION_HORS_LIGNE
                    NOT INVALID KEY
                        MOVE tamp_finventaire TO journalAvant
                        COMPUTE dispoRayon =
                            fi_quantite - fi_qteMiseCote
                        IF fi_quantite < tl_qte(idxLigneTicket) THEN
                            COMPUTE hlManque =
                                tl_qte(idxLigneTicket) - fi_quantite
                            MOVE 0 TO fi_quantite
                            MOVE SPACES TO hlMotif
                            STRING "Stock devenu negatif, manque "
                                DELIMITED BY SIZE
                                hlManque DELIMITED BY SIZE
                                " ex." DELIMITED BY SIZE
                                INTO hlMotif
                            END-STRING
                            PERFORM EDITER_EXCEPTION_HORS_LIGNE
                        ELSE
                            SUBTRACT tl_qte(idxLigneTicket)
                                FROM fi_quantite
                            IF dispoRayon < tl_qte(idxLigneTicket)
                            THEN
                                MOVE "Mise de cote entamee, a revoir"
                                    TO hlMotif
                                PERFORM EDITER_EXCEPTION_HORS_LIGNE
                            END-IF
                        END-IF
                        REWRITE tamp_finventaire
                         INVALID KEY DISPLAY "Erreur de maj du stock"
                        END-REWRITE
                        MOVE cr_finventaire TO statutFichierOp
                        MOVE "MAJ STOCK REJEU" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        MOVE "INVENTAIRE" TO journalFichier
                        MOVE "MAJ" TO journalOperation
                        MOVE fi_titre TO journalCle
                        MOVE tamp_finventaire TO journalApres
                        PERFORM JOURNALISER
                END-READ.

        *>Ligne du rapport d'exceptions : ticket, titre concerné
        *>(à blanc pour un conflit de ticket) et motif
        EDITER_EXCEPTION_HORS_LIGNE.
                MOVE SPACES TO tamp_frapport
                STRING idTicket DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    hlTitreException DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    hlMotif DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                ADD 1 TO hlNbExceptions.
