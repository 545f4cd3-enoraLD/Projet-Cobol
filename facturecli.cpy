        *>Cette méthode propose l'émission et le suivi des factures
        *>clients : facture d'un ticket, facture mensuelle des
        *>ventes passées sur un compte client (ardoise), réédition
        *>d'une facture et registre de la numérotation
        GERER_FACTURES_CLIENTS.
                MOVE 0 TO choixMenuFactCli
                PERFORM WITH TEST AFTER UNTIL choixMenuFactCli = 0
                        DISPLAY "   -- FACTURES CLIENTS --"
                        DISPLAY "      -Facturer un ticket (1)"
                        DISPLAY "      -Facturer un mois d'ardoise (2)"
                        DISPLAY "      -Reediter une facture (3)"
                        DISPLAY "      -Registre des factures (4)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuFactCli
                        EVALUATE choixMenuFactCli
                            WHEN 1
                                PERFORM FACTURER_TICKET
                            WHEN 2
                                PERFORM FACTURER_MOIS_ARDOISE
                            WHEN 3
                                PERFORM REEDITER_FACTURE
                            WHEN 4
                                PERFORM REGISTRE_FACTURES
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode facture les lignes d'un ticket déjà encaissé
        FACTURER_TICKET.
                DISPLAY "Numero du ticket a facturer ?"
                ACCEPT factPiece
                MOVE "T" TO factOrigine
                MOVE 0 TO factDevis
                PERFORM FACTURER_TICKET_TRAITEMENT.

        *>Coeur de la facture d'un ticket (factPiece), sans saisie
        *>de l'origine : appelé aussi à la conversion d'un devis
        *>(factOrigine = D, factDevis) ; seules les ventes
        *>effectives, pas encore facturées, entrent dans la
        *>facture, et le numéro n'est tiré qu'une fois sûr qu'il y
        *>a au moins une ligne à facturer, pour ne jamais laisser
        *>de trou dans la séquence
        FACTURER_TICKET_TRAITEMENT.
                MOVE "F" TO factType
                MOVE 0 TO factFactureOrigine
                MOVE 0 TO factNbLignes
                MOVE 0 TO factClient
                MOVE 1 TO factAcquittee
                MOVE 1 TO factPasse
                OPEN INPUT fventes
                OPEN I-O ffacturesCli
                PERFORM PARCOURIR_TICKET_FACTURE
                IF factNbLignes = 0 THEN
                    DISPLAY "Aucune ligne a facturer sur ce ticket ",
                        "(inconnu, rembourse ou deja facture)"
                ELSE
                    PERFORM PREPARER_ENTETE_FACTURE
                    PERFORM TIRER_NUMERO_FACTURE
                    MOVE 2 TO factPasse
                    PERFORM PARCOURIR_TICKET_FACTURE
                    PERFORM ECRIRE_ENTETE_FACTURE
                END-IF
                CLOSE ffacturesCli
                CLOSE fventes
                IF factNbLignes > 0 THEN
                    PERFORM EDITER_FACTURE_CLIENT
                END-IF.

        *>Parcourt les lignes du ticket factPiece (fventes ouvert)
        PARCOURIR_TICKET_FACTURE.
                MOVE factPiece TO fv_ticket
                MOVE 1 TO Wfin
                IF factPiece = 0 THEN
                    MOVE 0 TO Wfin
                ELSE
                    START fventes KEY IS EQUAL TO fv_ticket
                        INVALID KEY MOVE 0 TO Wfin
                    END-START
                END-IF
                PERFORM UNTIL Wfin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF fv_ticket NOT = factPiece THEN
                            MOVE 0 TO Wfin
                        ELSE
                            PERFORM RETENIR_LIGNE_FACTURE
                        END-IF
                END-PERFORM.

        *>Cette méthode facture en une fois les ventes d'un mois
        *>passées sur le compte client (ardoise) d'un client
        FACTURER_MOIS_ARDOISE.
                DISPLAY "Entrez l'id du client"
                ACCEPT idVerifClient
                PERFORM VERIF_ID_CLIENT
                IF VerifClient = 0 THEN
                    DISPLAY "Client inconnu"
                ELSE
                    MOVE 0 TO factMoisSaisi
                    PERFORM WITH TEST AFTER
                            UNTIL factMoisSaisi NOT < 1
                              AND factMoisSaisi NOT > 12
                        DISPLAY "Mois a facturer (1 a 12) ?"
                        ACCEPT factMoisSaisi
                    END-PERFORM
                    MOVE 0 TO factAnneeSaisie
                    PERFORM WITH TEST AFTER
                            UNTIL factAnneeSaisie > 1999
                        DISPLAY "Annee (aaaa) ?"
                        ACCEPT factAnneeSaisie
                    END-PERFORM
                    COMPUTE factMois =
                        factAnneeSaisie * 100 + factMoisSaisi
                    MOVE idVerifClient TO factClient
                    MOVE "F" TO factType
                    MOVE "R" TO factOrigine
                    MOVE factMois TO factPiece
                    MOVE 0 TO factDevis
                    MOVE 0 TO factFactureOrigine
                    MOVE 0 TO factNbLignes
                    MOVE 0 TO factAcquittee
                    MOVE 1 TO factPasse
                    OPEN INPUT fventes
                    OPEN INPUT freglements
                    OPEN I-O ffacturesCli
                    PERFORM PARCOURIR_ARDOISE_FACTURE
                    IF factNbLignes = 0 THEN
                        DISPLAY "Aucune vente sur compte a facturer ",
                            "pour ce mois"
                    ELSE
                        PERFORM PREPARER_ENTETE_FACTURE
                        PERFORM TIRER_NUMERO_FACTURE
                        MOVE 2 TO factPasse
                        PERFORM PARCOURIR_ARDOISE_FACTURE
                        PERFORM ECRIRE_ENTETE_FACTURE
                    END-IF
                    CLOSE ffacturesCli
                    CLOSE freglements
                    CLOSE fventes
                    IF factNbLignes > 0 THEN
                        PERFORM EDITER_FACTURE_CLIENT
                    END-IF
                END-IF.

        *>Parcourt les ventes du client factClient pour le mois
        *>factMois : une ligne entre dans la facture si son ticket
        *>a été porté sur le compte (mode dominant ou règlement
        *>sur compte du ticket)
        PARCOURIR_ARDOISE_FACTURE.
                MOVE factClient TO fv_client
                MOVE 1 TO Wfin
                START fventes KEY IS EQUAL TO fv_client
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM UNTIL Wfin = 0
                    READ fventes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF fv_client NOT = factClient THEN
                            MOVE 0 TO Wfin
                        ELSE
                            COMPUTE factMoisLigne = fv_dateVente / 100
                            IF factMoisLigne = factMois THEN
                                PERFORM RETENIR_LIGNE_ARDOISE
                            END-IF
                        END-IF
                END-PERFORM.

        *>Retient la ligne courante si son ticket est passé sur
        *>le compte client
        RETENIR_LIGNE_ARDOISE.
                IF fv_paiement = 5 THEN
                    PERFORM RETENIR_LIGNE_FACTURE
                ELSE
                    IF fv_ticket NOT = 0 THEN
                        MOVE fv_ticket TO rg_ticket
                        MOVE 5 TO rg_mode
                        READ freglements
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                PERFORM RETENIR_LIGNE_FACTURE
                        END-READ
                    END-IF
                END-IF.

        *>Décide si la ligne de vente courante entre dans la
        *>facture : vente effective (statut 0 ou 2) pas encore
        *>facturée ; au premier passage on compte les lignes et on
        *>relève le client et le mode de règlement, au second on
        *>écrit la ligne
        RETENIR_LIGNE_FACTURE.
                MOVE 0 TO factLigneRetenue
                IF fv_statut = 0 OR fv_statut = 2 THEN
                    PERFORM VERIFIER_LIGNE_FACTUREE
                    IF factDejaFacturee = 0 THEN
                        MOVE 1 TO factLigneRetenue
                    END-IF
                END-IF
                IF factLigneRetenue = 1 THEN
                    IF factPasse = 1 THEN
                        ADD 1 TO factNbLignes
                        IF factClient = 0 THEN
                            MOVE fv_client TO factClient
                        END-IF
                        IF fv_paiement = 5 THEN
                            MOVE 0 TO factAcquittee
                        END-IF
                    ELSE
                        PERFORM ECRIRE_LIGNE_FACTURE
                    END-IF
                END-IF.

        *>Cherche si la vente courante (fv_id) figure déjà sur une
        *>facture (factDejaFacturee, numéro dans factFactureOrigine)
        *>et sur une facture d'avoir (factDejaCreditee) ; le
        *>fichier des factures est ouvert
        VERIFIER_LIGNE_FACTUREE.
                MOVE 0 TO factDejaFacturee
                MOVE 0 TO factDejaCreditee
                MOVE fv_id TO fe_venteId
                MOVE 1 TO factFin
                START ffacturesCli KEY IS EQUAL TO fe_venteId
                    INVALID KEY MOVE 0 TO factFin
                END-START
                PERFORM UNTIL factFin = 0
                    READ ffacturesCli NEXT
                    AT END MOVE 0 TO factFin
                    NOT AT END
                        IF fe_venteId NOT = fv_id THEN
                            MOVE 0 TO factFin
                        ELSE
                            IF fe_type = "F" THEN
                                MOVE 1 TO factDejaFacturee
                                MOVE fe_numero TO factFactureOrigine
                            ELSE
                                MOVE 1 TO factDejaCreditee
                            END-IF
                        END-IF
                END-PERFORM.

        *>Prépare l'entête de la facture : client (demandé si le
        *>ticket était anonyme), adresse de facturation (reprise de
        *>la dernière facture du client si elle convient) et
        *>échéance (date de facture si le ticket est réglé)
        PREPARER_ENTETE_FACTURE.
                ACCEPT factDate FROM DATE YYYYMMDD
                IF factClient = 0 THEN
                    MOVE 0 TO VerifClient
                    PERFORM WITH TEST AFTER UNTIL VerifClient = 1
                        DISPLAY "Ticket sans client : id du client ",
                            "a facturer ?"
                        ACCEPT idVerifClient
                        PERFORM VERIF_ID_CLIENT
                        IF VerifClient = 0 THEN
                            DISPLAY "Client inconnu"
                        END-IF
                    END-PERFORM
                    MOVE idVerifClient TO factClient
                END-IF

                MOVE SPACES TO factAdresse1
                MOVE SPACES TO factAdresse2
                MOVE factClient TO fe_client
                MOVE 1 TO factFin
                START ffacturesCli KEY IS EQUAL TO fe_client
                    INVALID KEY MOVE 0 TO factFin
                END-START
                PERFORM UNTIL factFin = 0
                    READ ffacturesCli NEXT
                    AT END MOVE 0 TO factFin
                    NOT AT END
                        IF fe_client NOT = factClient THEN
                            MOVE 0 TO factFin
                        ELSE
                            IF fe_ligne = 0 THEN
                                MOVE fe_adresse1 TO factAdresse1
                                MOVE fe_adresse2 TO factAdresse2
                            END-IF
                        END-IF
                END-PERFORM
                MOVE 2 TO factReponse
                IF factAdresse1 NOT = SPACES THEN
                    DISPLAY "Adresse de facturation : "
                    DISPLAY "  ", factAdresse1
                    DISPLAY "  ", factAdresse2
                    MOVE 0 TO factReponse
                    PERFORM WITH TEST AFTER
                            UNTIL factReponse = 1 OR factReponse = 2
                        DISPLAY "La conserver (1=oui, 2=non) ?"
                        ACCEPT factReponse
                    END-PERFORM
                END-IF
                IF factReponse = 2 THEN
                    DISPLAY "Adresse de facturation (rue) ?"
                    ACCEPT factAdresse1
                    DISPLAY "Code postal et ville ?"
                    ACCEPT factAdresse2
                END-IF

                IF factAcquittee = 1 THEN
                    MOVE factDate TO factEcheance
                ELSE
                    MOVE 0 TO dateValide
                    PERFORM WITH TEST AFTER UNTIL dateValide = 1
                        DISPLAY "Date d'echeance du paiement ",
                            "(jj/mm/aaaa)"
                        ACCEPT dateSaisie
                        PERFORM VALIDER_FORMAT_DATE
                        IF dateValide = 0 THEN
                            DISPLAY "Format invalide, attendu ",
                                "jj/mm/aaaa"
                        END-IF
                    END-PERFORM
                    PERFORM CONVERTIR_DATE_TRI
                    MOVE dateTri TO factEcheance
                END-IF.

        *>Tire le numéro suivant de la séquence des factures (les
        *>factures d'avoir partagent la même séquence)
        TIRER_NUMERO_FACTURE.
                MOVE "FACTCLI" TO cptCle
                PERFORM PROCHAIN_ID_COMPTEUR
                MOVE cptValeur TO numeroFactCli
                MOVE 0 TO ligneFactCli
                MOVE 0 TO factTTC
                MOVE 0 TO factHT
                MOVE 0 TO factTVA.

        *>Ecrit la ligne de facture de la vente courante (fichier
        *>des factures ouvert en I-O)
        ECRIRE_LIGNE_FACTURE.
                ADD 1 TO ligneFactCli
                MOVE numeroFactCli TO fe_numero
                MOVE ligneFactCli TO fe_ligne
                MOVE factType TO fe_type
                MOVE factClient TO fe_client
                MOVE factDate TO fe_dateFacture
                MOVE factOrigine TO fe_origine
                MOVE fv_ticket TO fe_piece
                MOVE factDevis TO fe_devis
                MOVE factFactureOrigine TO fe_factureOrigine
                MOVE factEcheance TO fe_dateEcheance
                MOVE factAcquittee TO fe_acquittee
                MOVE SPACES TO fe_adresse1
                MOVE SPACES TO fe_adresse2
                MOVE operateurConnecte TO fe_operateur
                MOVE fv_site TO fe_site
                MOVE fv_id TO fe_venteId
                MOVE fv_titreComics TO fe_titre
                MOVE fv_quantite TO fe_quantite
                MOVE fv_prixVente TO fe_prixUnitaire
                MOVE fv_tauxTva TO fe_tauxTva
                MOVE fv_montantHT TO fe_montantHT
                MOVE fv_montantTVA TO fe_montantTVA
                COMPUTE fe_montantTTC = fv_montantHT + fv_montantTVA
                WRITE tamp_ffactureCli
                END-WRITE
                MOVE cr_ffacturesCli TO statutFichierOp
                MOVE "ECRITURE LIGNE FACTURE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                ADD fe_montantTTC TO factTTC
                ADD fe_montantHT TO factHT
                ADD fe_montantTVA TO factTVA.

        *>Ecrit l'entête (ligne 0) de la facture avec ses totaux,
        *>une fois toutes les lignes écrites, et la journalise
        ECRIRE_ENTETE_FACTURE.
                MOVE numeroFactCli TO fe_numero
                MOVE 0 TO fe_ligne
                MOVE factType TO fe_type
                MOVE factClient TO fe_client
                MOVE factDate TO fe_dateFacture
                MOVE factOrigine TO fe_origine
                MOVE factPiece TO fe_piece
                MOVE factDevis TO fe_devis
                MOVE factFactureOrigine TO fe_factureOrigine
                MOVE factEcheance TO fe_dateEcheance
                MOVE factAcquittee TO fe_acquittee
                MOVE factAdresse1 TO fe_adresse1
                MOVE factAdresse2 TO fe_adresse2
                MOVE operateurConnecte TO fe_operateur
                MOVE siteLocal TO fe_site
                MOVE 0 TO fe_venteId
                MOVE SPACES TO fe_titre
                MOVE 0 TO fe_quantite
                MOVE 0 TO fe_prixUnitaire
                MOVE 0 TO fe_tauxTva
                MOVE factTTC TO fe_montantTTC
                MOVE factHT TO fe_montantHT
                MOVE factTVA TO fe_montantTVA
                WRITE tamp_ffactureCli
                END-WRITE
                MOVE cr_ffacturesCli TO statutFichierOp
                MOVE "ECRITURE FACTURE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                MOVE "FACTURES" TO journalFichier
                MOVE "ECRITURE" TO journalOperation
                MOVE fe_cle TO journalCle
                MOVE SPACES TO journalAvant
                MOVE tamp_ffactureCli TO journalApres
                PERFORM JOURNALISER
                MOVE factTTC TO montantEdite
                IF factType = "A" THEN
                    DISPLAY "Facture d'avoir no ", numeroFactCli,
                        " emise (", montantEdite, " EUR) sur la ",
                        "facture no ", factFactureOrigine
                ELSE
                    DISPLAY "Facture no ", numeroFactCli,
                        " emise : ", montantEdite, " EUR TTC"
                END-IF.

        *>Cette méthode émet la facture d'avoir d'une vente
        *>remboursée (tamp_fvente) quand cette vente figurait sur
        *>une facture : l'avoir reprend la ligne, l'acheteur et
        *>l'adresse de la facture d'origine
        EMETTRE_AVOIR_FACTURE.
                MOVE 0 TO factNbLignes
                OPEN I-O ffacturesCli
                PERFORM VERIFIER_LIGNE_FACTUREE
                IF factDejaFacturee = 1 AND factDejaCreditee = 0 THEN
                    MOVE factFactureOrigine TO fe_numero
                    MOVE 0 TO fe_ligne
                    READ ffacturesCli
                        INVALID KEY
                            MOVE fv_client TO factClient
                            MOVE SPACES TO factAdresse1
                            MOVE SPACES TO factAdresse2
                        NOT INVALID KEY
                            MOVE fe_client TO factClient
                            MOVE fe_adresse1 TO factAdresse1
                            MOVE fe_adresse2 TO factAdresse2
                    END-READ
                    MOVE "A" TO factType
                    MOVE "V" TO factOrigine
                    MOVE fv_ticket TO factPiece
                    MOVE 0 TO factDevis
                    ACCEPT factDate FROM DATE YYYYMMDD
                    MOVE factDate TO factEcheance
                    MOVE 1 TO factAcquittee
                    PERFORM TIRER_NUMERO_FACTURE
                    PERFORM ECRIRE_LIGNE_FACTURE
                    PERFORM ECRIRE_ENTETE_FACTURE
                    MOVE 1 TO factNbLignes
                END-IF
                CLOSE ffacturesCli
                IF factNbLignes > 0 THEN
                    PERFORM EDITER_FACTURE_CLIENT
                END-IF.

        *>Cette méthode réédite une facture déjà émise
        REEDITER_FACTURE.
                DISPLAY "Numero de la facture ?"
                ACCEPT numeroFactCli
                PERFORM EDITER_FACTURE_CLIENT.

        *>Edite la facture numeroFactCli dans facture.txt : mentions
        *>légales du vendeur, acheteur, lignes, ventilation HT/TVA
        *>par taux, totaux, échéance et conditions de règlement
        EDITER_FACTURE_CLIENT.
                OPEN INPUT ffacturesCli
                MOVE numeroFactCli TO fe_numero
                MOVE 0 TO fe_ligne
                MOVE 0 TO factTrouvee
                READ ffacturesCli
                    INVALID KEY
                        DISPLAY "Facture inconnue"
                    NOT INVALID KEY
                        MOVE 1 TO factTrouvee
                END-READ
                IF factTrouvee = 1 THEN
                    MOVE fe_type TO factType
                    MOVE fe_client TO factClient
                    MOVE fe_dateFacture TO factDate
                    MOVE fe_origine TO factOrigine
                    MOVE fe_piece TO factPiece
                    MOVE fe_devis TO factDevis
                    MOVE fe_factureOrigine TO factFactureOrigine
                    MOVE fe_dateEcheance TO factEcheance
                    MOVE fe_acquittee TO factAcquittee
                    MOVE fe_montantTTC TO factTTC
                    MOVE fe_montantHT TO factHT
                    MOVE fe_montantTVA TO factTVA

                    MOVE "facture.txt" TO nomRapport
                    OPEN OUTPUT frapport
                    PERFORM EDITER_ENTETE_FACTURE
                    MOVE 0 TO nbTauxFacture
                    MOVE 1 TO factFin
                    PERFORM UNTIL factFin = 0
                        READ ffacturesCli NEXT
                        AT END MOVE 0 TO factFin
                        NOT AT END
                            IF fe_numero NOT = numeroFactCli THEN
                                MOVE 0 TO factFin
                            ELSE
                                PERFORM EDITER_LIGNE_FACTURE
                            END-IF
                    END-PERFORM
                    PERFORM EDITER_PIED_FACTURE
                    CLOSE frapport
                    DISPLAY "Facture ecrite dans ", nomRapport
                END-IF
                CLOSE ffacturesCli.

        *>Vendeur, titre de la pièce, acheteur et origine
        EDITER_ENTETE_FACTURE.
                MOVE "LA BOUTIQUE COMIC" TO tamp_frapport
                WRITE tamp_frapport
                PERFORM VARYING idxMentionFacture FROM 1 BY 1
                        UNTIL idxMentionFacture > 4
                    MOVE mentionFacture(idxMentionFacture)
                        TO tamp_frapport
                    WRITE tamp_frapport
                END-PERFORM
                MOVE ALL "=" TO tamp_frapport
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                IF factType = "A" THEN
                    STRING "FACTURE D'AVOIR No " DELIMITED BY SIZE
                        numeroFactCli DELIMITED BY SIZE
                        " SUR FACTURE No " DELIMITED BY SIZE
                        factFactureOrigine DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                ELSE
                    STRING "FACTURE No " DELIMITED BY SIZE
                        numeroFactCli DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                END-IF
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                STRING "Date : " DELIMITED BY SIZE
                    factDate DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport

                MOVE SPACES TO tamp_frapport
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                STRING "Client no " DELIMITED BY SIZE
                    factClient DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                OPEN INPUT fclients
                MOVE factClient TO fc_id
                READ fclients KEY IS fc_id
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE SPACES TO tamp_frapport
                        STRING fc_prenom DELIMITED BY "  "
                            " " DELIMITED BY SIZE
                            fc_nom DELIMITED BY "  "
                            INTO tamp_frapport
                        END-STRING
                        WRITE tamp_frapport
                END-READ
                CLOSE fclients
                MOVE fe_adresse1 TO tamp_frapport
                WRITE tamp_frapport
                MOVE fe_adresse2 TO tamp_frapport
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                WRITE tamp_frapport

                MOVE SPACES TO tamp_frapport
                EVALUATE factOrigine
                    WHEN "T"
                        STRING "Vente du ticket no " DELIMITED BY SIZE
                            factPiece DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    WHEN "D"
                        STRING "Devis no " DELIMITED BY SIZE
                            factDevis DELIMITED BY SIZE
                            " servi par le ticket no "
                            DELIMITED BY SIZE
                            factPiece DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    WHEN "R"
                        STRING "Ventes sur compte du mois "
                            DELIMITED BY SIZE
                            factPiece DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    WHEN "V"
                        STRING "Retour d'une vente du ticket no "
                            DELIMITED BY SIZE
                            factPiece DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                END-EVALUATE
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                STRING "TITRE                          QTE  "
                    DELIMITED BY SIZE
                    "     PU TTC  TVA %" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                MOVE ALL "-" TO tamp_frapport
                WRITE tamp_frapport.

        *>Ligne de facture courante, cumulée par taux de TVA
        EDITER_LIGNE_FACTURE.
                MOVE fe_prixUnitaire TO prixEdite
                MOVE fe_montantHT TO montantEdite
                MOVE fe_tauxTva TO tauxTvaEdite
                MOVE SPACES TO tamp_frapport
                STRING fe_titre DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fe_quantite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    prixEdite DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tauxTvaEdite DELIMITED BY SIZE
                    "  HT " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                MOVE 0 TO idxTauxFacture
                PERFORM VARYING idxMentionFacture FROM 1 BY 1
                        UNTIL idxMentionFacture > nbTauxFacture
                    IF tf_taux(idxMentionFacture) = fe_tauxTva THEN
                        MOVE idxMentionFacture TO idxTauxFacture
                    END-IF
                END-PERFORM
                IF idxTauxFacture = 0 AND nbTauxFacture < 5 THEN
                    ADD 1 TO nbTauxFacture
                    MOVE nbTauxFacture TO idxTauxFacture
                    MOVE fe_tauxTva TO tf_taux(idxTauxFacture)
                    MOVE 0 TO tf_HT(idxTauxFacture)
                    MOVE 0 TO tf_TVA(idxTauxFacture)
                END-IF
                IF idxTauxFacture > 0 THEN
                    ADD fe_montantHT TO tf_HT(idxTauxFacture)
                    ADD fe_montantTVA TO tf_TVA(idxTauxFacture)
                END-IF.

        *>Ventilation par taux, totaux, échéance et conditions
        EDITER_PIED_FACTURE.
                MOVE ALL "-" TO tamp_frapport
                WRITE tamp_frapport
                PERFORM VARYING idxTauxFacture FROM 1 BY 1
                        UNTIL idxTauxFacture > nbTauxFacture
                    MOVE tf_taux(idxTauxFacture) TO tauxTvaEdite
                    MOVE tf_HT(idxTauxFacture) TO montantEdite
                    MOVE tf_TVA(idxTauxFacture) TO montantEdite2
                    MOVE SPACES TO tamp_frapport
                    STRING "TVA " DELIMITED BY SIZE
                        tauxTvaEdite DELIMITED BY SIZE
                        " % : base HT " DELIMITED BY SIZE
                        montantEdite DELIMITED BY SIZE
                        "  TVA " DELIMITED BY SIZE
                        montantEdite2 DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    WRITE tamp_frapport
                END-PERFORM
                MOVE factHT TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "TOTAL HT  : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                MOVE factTVA TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "TOTAL TVA : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                MOVE factTTC TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING "TOTAL TTC : " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    " EUR" DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                WRITE tamp_frapport
                MOVE SPACES TO tamp_frapport
                IF factType = "A" THEN
                    STRING "Montant rembourse ou credite le "
                        DELIMITED BY SIZE
                        factDate DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                ELSE
                    IF factAcquittee = 1 THEN
                        STRING "FACTURE ACQUITTEE le " DELIMITED BY SIZE
                            factDate DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    ELSE
                        STRING "A regler au plus tard le "
                            DELIMITED BY SIZE
                            factEcheance DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                    END-IF
                END-IF
                WRITE tamp_frapport
                PERFORM VARYING idxMentionFacture FROM 1 BY 1
                        UNTIL idxMentionFacture > 3
                    MOVE conditionFacture(idxMentionFacture)
                        TO tamp_frapport
                    WRITE tamp_frapport
                END-PERFORM.

        *>Cette méthode édite le registre des factures émises
        REGISTRE_FACTURES.
                PERFORM REGISTRE_FACTURES_TRAITEMENT
                DISPLAY factNbEmises, " facture(s) emise(s), ",
                    factNbTrous, " trou(s) de numerotation"
                DISPLAY "Registre ecrit dans ", nomRapport.

        *>Coeur du registre, sans saisie (enchaînable en batch) :
        *>chaque numéro émis est listé dans l'ordre, et tout numéro
        *>manquant dans la séquence est signalé
        REGISTRE_FACTURES_TRAITEMENT.
                MOVE 0 TO factNbEmises
                MOVE 0 TO factNbTrous
                MOVE 1 TO factAttendu
                MOVE 0 TO factTTC
                MOVE 0 TO factHT
                MOVE "registreFactures.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "REGISTRE DES FACTURES CLIENTS" TO rapportTitre
                MOVE "NUMERO    T DATE     CLIENT          O  TTC"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                OPEN INPUT ffacturesCli
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ ffacturesCli NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        MOVE cr_ffacturesCli TO statutFichierOp
                        MOVE "LECTURE FACTURE" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        IF fe_ligne = 0 THEN
                            PERFORM EDITER_LIGNE_REGISTRE
                        END-IF
                END-PERFORM
                CLOSE ffacturesCli
                MOVE factTTC TO montantEdite
                MOVE factHT TO montantEdite2
                MOVE SPACES TO tamp_frapport
                STRING "Emises : " DELIMITED BY SIZE
                    factNbEmises DELIMITED BY SIZE
                    "  trous : " DELIMITED BY SIZE
                    factNbTrous DELIMITED BY SIZE
                    "  factures TTC " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    "  avoirs TTC " DELIMITED BY SIZE
                    montantEdite2 DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport.

        *>Ligne du registre pour l'entête courante, précédée du
        *>signalement des numéros sautés
        EDITER_LIGNE_REGISTRE.
                IF fe_numero > factAttendu THEN
                    ADD 1 TO factNbTrous
                    COMPUTE numeroFactCli = fe_numero - 1
                    MOVE SPACES TO tamp_frapport
                    STRING "*** NUMEROS MANQUANTS " DELIMITED BY SIZE
                        factAttendu DELIMITED BY SIZE
                        " A " DELIMITED BY SIZE
                        numeroFactCli DELIMITED BY SIZE
                        INTO tamp_frapport
                    END-STRING
                    PERFORM ECRIRE_LIGNE_EDITION
                END-IF
                COMPUTE factAttendu = fe_numero + 1
                ADD 1 TO factNbEmises
                IF fe_type = "A" THEN
                    ADD fe_montantTTC TO factHT
                ELSE
                    ADD fe_montantTTC TO factTTC
                END-IF
                MOVE fe_montantTTC TO montantEdite
                MOVE SPACES TO tamp_frapport
                STRING fe_numero DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fe_type DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fe_dateFacture DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fe_client DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    fe_origine DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    montantEdite DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION.
