                        MOVE 0 TO ligneImportOk
                    ELSE
                        MOVE montantImporte TO fi_prix
                        MOVE montantImporte TO fi_prixPublic
                    END-IF
                END-IF
                IF ligneImportOk = 1 THEN
                    MOVE champImport2 TO fi_auteur
                    MOVE champImport7 TO fi_codeEan
                    MOVE champImport8 TO fi_serie
                    *>Le rayon s'affecte ensuite en masse, par
                    *>série ou par auteur
                    MOVE SPACES TO fi_rayon
                    OPEN I-O finventaire
                    MOVE SPACES TO fi_dispo
                    MOVE 0 TO fi_dateFlux
                    MOVE 0 TO fi_qteDefectueux
                    WRITE tamp_finventaire
                    END-WRITE
                    MOVE cr_finventaire TO statutFichierOp
                    MOVE 0 TO fc_dateConsentMail
                    MOVE 0 TO fc_consentTel
                    MOVE 0 TO fc_dateConsentTel
                    MOVE 0 TO fc_typeClient
                    OPEN I-O fclients
                    WRITE tamp_fclient
                    END-WRITE
                    MOVE SPACES TO journalAvant
                    MOVE tamp_fclient TO journalApres
                    PERFORM JOURNALISER
                    *>Le solde repris ouvre le grand livre des points
                    IF fc_ptsFidelite > 0 THEN
                        MOVE fc_id TO ptsClient
                        MOVE "I" TO ptsType
                        MOVE fc_ptsFidelite TO ptsMouvement
                        MOVE 0 TO ptsPiece
                        MOVE fc_ptsFidelite TO ptsSolde
                        PERFORM ENREGISTRER_MVT_POINTS
                    END-IF
                END-IF.

        *>Ecrit la ligne refusée dans rejets.csv avec son motif en
