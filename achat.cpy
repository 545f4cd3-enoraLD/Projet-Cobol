                        END-IF
                    END-IF
                END-PERFORM
                *>L'achat s'impute sur le budget d'achat de son
                *>mois : au-delà, il faut l'accord du gérant (le
                *>contrôle précède le remplissage de l'achat, les
                *>achats du mois étant relus pour le calcul)
                IF abandonSaisie = 0 THEN
                    PERFORM CONVERTIR_DATE_TRI
                    COMPUTE buMontant = ac_quantite * ac_prixAchat
                    PERFORM CONTROLER_BUDGET_ACHAT_DIRECT
                    IF buAccord = 0 THEN
                        MOVE 1 TO abandonSaisie
                    END-IF
                END-IF
                IF abandonSaisie = 0 THEN
                    MOVE dateTri TO fa_dateAchat
                    MOVE ac_titreComics TO fa_titreComics
                    MOVE ac_quantite TO fa_quantite
                    ACCEPT fs_tel
                    DISPLAY "Entrez le mail du fournisseur"
                    ACCEPT fs_mail
                    DISPLAY "Entrez notre code client chez ce ",
                        "fournisseur (0 si aucun)"
                    ACCEPT fs_compteClient
                    IF fs_compteClient = "0" THEN
                        MOVE SPACES TO fs_compteClient
                    END-IF
                    DISPLAY "Entrez l'IBAN du fournisseur (0 si ",
                        "inconnu)"
                    ACCEPT fs_iban
                    IF fs_iban = "0" THEN
                        MOVE SPACES TO fs_iban
                    END-IF
                    DISPLAY "Entrez son BIC (0 si inconnu)"
                    ACCEPT fs_bic
                    IF fs_bic = "0" THEN
                        MOVE SPACES TO fs_bic
                    END-IF
                    OPEN I-O ffournisseurs
                    WRITE tamp_ffournisseur
                    END-WRITE
                        DISPLAY "Entrez le prix de l'article"
                        ACCEPT fi_prix
                    END-PERFORM
                    *>Le prix public de l'éditeur est par défaut le
                    *>prix de vente saisi, corrigeable ensuite par la
                    *>modification du prix
                    MOVE fi_prix TO fi_prixPublic

                    *>La nouvelle référence reprend le taux de TVA de
                    *>la facture d'achat
                        DISPLAY "Entrez le numero de tome"
                        ACCEPT fi_tome
                    END-IF
                    PERFORM SAISIR_RAYON_REFERENCE
                    OPEN I-O finventaire
                    *>Ecriture de cette nouvelle référence dans 
                    *>l'inventaire
                    MOVE SPACES TO fi_dispo
                    MOVE 0 TO fi_dateFlux
                    MOVE 0 TO fi_qteDefectueux
                    WRITE tamp_finventaire
                    END-WRITE
                    MOVE cr_finventaire TO statutFichierOp
                    END-READ
                    CLOSE finventaire
                 END-IF
                 CLOSE fachats

                 *>Les précommandes en attente sur le titre reçu sont
                 *>servies : la liste des clients à prévenir s'affiche
                 MOVE fa_titreComics TO precoTitre
                 MOVE fa_dateAchat TO precoDate
                 PERFORM SIGNALER_PRECOMMANDES_RECUES

                 *>Puis les clients qui recherchent ce titre
                 MOVE fa_titreComics TO rechTitre
                 MOVE fa_titreComics TO rechTitreExemplaire
                 MOVE 0 TO rechOccasion
                 MOVE fa_dateAchat TO rechDate
                 PERFORM CONTROLER_RECHERCHES.

        *>Cette méthode vérifie si le code fournisseur rentré par
        *>l'utilisateur correspond déjà à un fournisseur du fichier
