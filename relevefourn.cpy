        *>Cette méthode pointe le relevé de compte envoyé par un
        *>fournisseur (colonnes date;type;numero;montant, type F
        *>pour une facture, A pour un avoir, R pour un règlement)
        *>contre nos factures, nos avoirs et nos règlements de la
        *>même période ; l'état releveFourn.txt liste chaque
        *>écart puis compare leur solde de la période au nôtre
        POINTER_RELEVE_FOURNISSEUR.
                DISPLAY "Entrez le code du fournisseur"
                ACCEPT codeFournisseur
                PERFORM VERIF_FOURNISSEUR
                IF fournisseurTrouve = 0 THEN
                    DISPLAY "Fournisseur inconnu"
                ELSE
                    PERFORM SAISIR_PERIODE_RELEVE_FOURN
                    DISPLAY "Entrez le nom du fichier du releve"
                    ACCEPT nomImport
                    DISPLAY "La premiere ligne contient les entetes ",
                        "(1=oui, 2=non) ?"
                    ACCEPT entetePresente
                    OPEN INPUT fimport
                    IF cr_fimport NOT = 0 THEN
                        DISPLAY "Fichier du releve introuvable"
                    ELSE
                        PERFORM CHARGER_PIECES_FOURNISSEUR
                        PERFORM EDITER_POINTAGE_FOURNISSEUR
                        CLOSE fimport
                    END-IF
                END-IF.

        *>Saisit la période couverte par le relevé
        SAISIR_PERIODE_RELEVE_FOURN.
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Debut de la periode du releve ",
                        "(jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO rsDateDebut
                MOVE 0 TO dateValide
                PERFORM WITH TEST AFTER UNTIL dateValide = 1
                    DISPLAY "Fin de la periode du releve (jj/mm/aaaa)"
                    ACCEPT dateSaisie
                    PERFORM VALIDER_FORMAT_DATE
                    IF dateValide = 0 THEN
                        DISPLAY "Format invalide, attendu jj/mm/aaaa"
                    END-IF
                END-PERFORM
                PERFORM CONVERTIR_DATE_TRI
                MOVE dateTri TO rsDateFin.

        *>Charge nos pièces du fournisseur : factures et règlements
        *>de la période, avoirs reçus dans la période, et tous les
        *>avoirs encore attendus ; notre solde de la période en
        *>découle
        CHARGER_PIECES_FOURNISSEUR.
                MOVE 0 TO rsNbPieces
                MOVE 0 TO rsSoldeNous
                OPEN INPUT ffacturesF
                MOVE 1 TO rsFin
                PERFORM WITH TEST AFTER UNTIL rsFin = 0
                    READ ffacturesF NEXT
                    AT END MOVE 0 TO rsFin
                    NOT AT END
                        IF ff_ligne = 0 AND
                           ff_fournisseur = codeFournisseur AND
                           ff_dateFacture NOT < rsDateDebut AND
                           ff_dateFacture NOT > rsDateFin THEN
                            MOVE "F" TO rsType
                            MOVE ff_refFournisseur TO rsNumero
                            MOVE ff_dateFacture TO rsDate
                            MOVE ff_montantTotal TO rsMontant
                            PERFORM AJOUTER_PIECE_FOURNISSEUR
                            MOVE ff_numero TO rp_numero(idxRs)
                            ADD ff_montantTotal TO rsSoldeNous
                        END-IF
                END-PERFORM
                CLOSE ffacturesF

                OPEN INPUT fretoursF
                MOVE 1 TO rsFin
                PERFORM WITH TEST AFTER UNTIL rsFin = 0
                    READ fretoursF NEXT
                    AT END MOVE 0 TO rsFin
                    NOT AT END
                        IF rf_ligne = 0 AND
                           rf_fournisseur = codeFournisseur THEN
                            IF rf_statut = 1 AND
                               rf_dateAvoir NOT < rsDateDebut AND
                               rf_dateAvoir NOT > rsDateFin THEN
                                MOVE "A" TO rsType
                                MOVE rf_refAvoir TO rsNumero
                                MOVE rf_dateAvoir TO rsDate
                                MOVE rf_avoirRecu TO rsMontant
                                PERFORM AJOUTER_PIECE_FOURNISSEUR
                                MOVE rf_numero TO rp_numero(idxRs)
                                MOVE 1 TO rp_statut(idxRs)
                                SUBTRACT rf_avoirRecu FROM rsSoldeNous
                            END-IF
                            IF rf_statut = 0 AND
                               rf_dateRetour NOT > rsDateFin THEN
                                MOVE "A" TO rsType
                                MOVE SPACES TO rsNumero
                                MOVE rf_dateRetour TO rsDate
                                MOVE rf_montantAvoir TO rsMontant
                                PERFORM AJOUTER_PIECE_FOURNISSEUR
                                MOVE rf_numero TO rp_numero(idxRs)
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fretoursF

                OPEN INPUT foperationsBq
                MOVE 1 TO rsFin
                PERFORM WITH TEST AFTER UNTIL rsFin = 0
                    READ foperationsBq NEXT
                    AT END MOVE 0 TO rsFin
                    NOT AT END
                        IF ob_type = "F" AND
                           ob_tiers = codeFournisseur AND
                           ob_date NOT < rsDateDebut AND
                           ob_date NOT > rsDateFin THEN
                            MOVE "R" TO rsType
                            MOVE ob_reference TO rsNumero
                            MOVE ob_date TO rsDate
                            COMPUTE rsMontant = 0 - ob_montant
                            PERFORM AJOUTER_PIECE_FOURNISSEUR
                            MOVE ob_piece TO rp_numero(idxRs)
                            SUBTRACT rsMontant FROM rsSoldeNous
                        END-IF
                END-PERFORM
                CLOSE foperationsBq.

        *>Ajoute la pièce préparée à la table ; idxRs la désigne
        *>pour l'appelant
        AJOUTER_PIECE_FOURNISSEUR.
                IF rsNbPieces < 300 THEN
                    ADD 1 TO rsNbPieces
                ELSE
                    DISPLAY "ATTENTION : plus de 300 pieces, la ",
                        "derniere est remplacee"
                END-IF
                MOVE rsNbPieces TO idxRs
                MOVE rsType TO rp_type(idxRs)
                MOVE rsNumero TO rp_cle(idxRs)
                MOVE rsDate TO rp_date(idxRs)
                MOVE rsMontant TO rp_montant(idxRs)
                MOVE 0 TO rp_numero(idxRs)
                MOVE 0 TO rp_statut(idxRs)
                MOVE 0 TO rp_vu(idxRs).

        *>Edite l'état de pointage : lecture du relevé ligne à
        *>ligne, puis nos pièces que le fournisseur n'a pas, puis
        *>les deux soldes de la période et leur écart
        EDITER_POINTAGE_FOURNISSEUR.
                MOVE 0 TO rsSoldeEux
                MOVE 0 TO rsNbLues
                MOVE 0 TO rsNbEcarts
                MOVE "releveFourn.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "POINTAGE RELEVE FOURNISSEUR" TO rapportTitre
                MOVE SPACES TO rapportColonnes
                STRING "FOURNISSEUR " DELIMITED BY SIZE
                    codeFournisseur DELIMITED BY SIZE
                    " DU " DELIMITED BY SIZE
                    rsDateDebut DELIMITED BY SIZE
                    " AU " DELIMITED BY SIZE
                    rsDateFin DELIMITED BY SIZE
                    INTO rapportColonnes
                END-STRING
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION
                MOVE "Ecarts sur les lignes de leur releve :"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE 0 TO premiereLigneLue
                MOVE 1 TO rsFin
                PERFORM WITH TEST AFTER UNTIL rsFin = 0
                    READ fimport
                    AT END MOVE 0 TO rsFin
                    NOT AT END
                        MOVE tamp_fimport TO ligneImportee
                        IF premiereLigneLue = 0 AND
                           entetePresente = 1 THEN
                            CONTINUE
                        ELSE
                            IF ligneImportee NOT = SPACES THEN
                                PERFORM POINTER_LIGNE_FOURNISSEUR
                            END-IF
                        END-IF
                        MOVE 1 TO premiereLigneLue
                END-PERFORM

                MOVE "Nos pieces absentes de leur releve :"
                    TO tamp_frapport
                PERFORM ECRIRE_LIGNE_EDITION
                PERFORM VARYING idxRs FROM 1 BY 1
                        UNTIL idxRs > rsNbPieces
                    IF rp_vu(idxRs) = 0 THEN
                        EVALUATE TRUE
                            WHEN rp_type(idxRs) = "F"
                                MOVE "FACTURE ABSENTE CHEZ EUX"
                                    TO rsLibelle
                            WHEN rp_type(idxRs) = "A" AND
                                 rp_statut(idxRs) = 0
                                MOVE "AVOIR TOUJOURS ATTENDU"
                                    TO rsLibelle
                            WHEN rp_type(idxRs) = "A"
                                MOVE "AVOIR RECU ABSENT CHEZ EUX"
                                    TO rsLibelle
                            WHEN OTHER
                                MOVE "REGLEMENT NON IMPUTE PAR EUX"
                                    TO rsLibelle
                        END-EVALUATE
                        MOVE rp_montant(idxRs) TO rsMontantEdite
                        MOVE SPACES TO tamp_frapport
                        STRING rsLibelle DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rp_date(idxRs) DELIMITED BY SIZE
                            " no " DELIMITED BY SIZE
                            rp_numero(idxRs) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rp_cle(idxRs) DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rsMontantEdite DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                        PERFORM ECRIRE_LIGNE_EDITION
                        ADD 1 TO rsNbEcarts
                    END-IF
                END-PERFORM

                MOVE rsSoldeEux TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde de la periode selon le fournisseur : "
                    DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE rsSoldeNous TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Solde de la periode selon nos fichiers : "
                    DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                COMPUTE rsEcart = rsSoldeEux - rsSoldeNous
                MOVE rsEcart TO montantEditeSigne
                MOVE SPACES TO tamp_frapport
                STRING "Ecart (leur solde - le notre) : "
                    DELIMITED BY SIZE
                    montantEditeSigne DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport
                DISPLAY rsNbLues, " ligne(s) lue(s), ", rsNbEcarts,
                    " ecart(s), ecart de solde ", montantEditeSigne,
                    " EUR : voir ", nomRapport.

        *>Pointe une ligne du relevé contre nos pièces et édite
        *>l'écart éventuel
        POINTER_LIGNE_FOURNISSEUR.
                MOVE SPACES TO champImport1
                MOVE SPACES TO champImport2
                MOVE SPACES TO champImport3
                MOVE SPACES TO champImport4
                UNSTRING ligneImportee DELIMITED BY ";"
                    INTO champImport1 champImport2 champImport3
                         champImport4
                END-UNSTRING
                ADD 1 TO rsNbLues
                MOVE champImport1 TO dateSaisie
                PERFORM VALIDER_FORMAT_DATE
                MOVE champImport4 TO montantTexte
                PERFORM PARSER_MONTANT_IMPORT
                MOVE champImport2(1:1) TO rsType
                IF dateValide = 0 OR montantValide = 0 OR
                   (rsType NOT = "F" AND rsType NOT = "A" AND
                    rsType NOT = "R") THEN
                    DISPLAY "Ligne ignoree : ", ligneImportee
                ELSE
                    PERFORM CONVERTIR_DATE_TRI
                    MOVE dateTri TO rsDate
                    MOVE champImport3 TO rsNumero
                    MOVE montantImporte TO rsMontant
                    IF rsType = "F" THEN
                        ADD rsMontant TO rsSoldeEux
                    ELSE
                        SUBTRACT rsMontant FROM rsSoldeEux
                    END-IF
                    PERFORM CHERCHER_PIECE_FOURNISSEUR
                    MOVE SPACES TO rsLibelle
                    IF rsTrouve = 0 THEN
                        EVALUATE rsType
                            WHEN "F"
                                MOVE "FACTURE NON SAISIE CHEZ NOUS"
                                    TO rsLibelle
                            WHEN "A"
                                MOVE "AVOIR INCONNU CHEZ NOUS"
                                    TO rsLibelle
                            WHEN OTHER
                                MOVE "REGLEMENT INCONNU CHEZ NOUS"
                                    TO rsLibelle
                        END-EVALUATE
                    ELSE
                        MOVE 1 TO rp_vu(rsTrouve)
                        IF rp_type(rsTrouve) = "A" AND
                           rp_statut(rsTrouve) = 0 THEN
                            MOVE "AVOIR EMIS, RECEPTION A POINTER"
                                TO rsLibelle
                        ELSE
                            IF rp_montant(rsTrouve) NOT = rsMontant
                            THEN
                                MOVE rp_montant(rsTrouve)
                                    TO rsMontantEdite
                                MOVE SPACES TO rsLibelle
                                STRING "ECART, NOUS : "
                                    DELIMITED BY SIZE
                                    rsMontantEdite DELIMITED BY SIZE
                                    INTO rsLibelle
                                END-STRING
                            END-IF
                        END-IF
                    END-IF
                    IF rsLibelle NOT = SPACES THEN
                        MOVE rsMontant TO montantEdite
                        MOVE SPACES TO tamp_frapport
                        STRING rsLibelle DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rsDate DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rsType DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            rsNumero DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            montantEdite DELIMITED BY SIZE
                            INTO tamp_frapport
                        END-STRING
                        PERFORM ECRIRE_LIGNE_EDITION
                        ADD 1 TO rsNbEcarts
                    END-IF
                END-IF.

        *>Cherche la pièce de même type non encore pointée : par
        *>le numéro du fournisseur d'abord, puis pour une pièce
        *>sans numéro par le montant ; un avoir reçu passe avant un
        *>avoir attendu. rsTrouve désigne la pièce, 0 sinon
        CHERCHER_PIECE_FOURNISSEUR.
                MOVE 0 TO rsTrouve
                IF rsNumero NOT = SPACES THEN
                    PERFORM VARYING idxRs FROM 1 BY 1
                            UNTIL idxRs > rsNbPieces OR rsTrouve > 0
                        IF rp_type(idxRs) = rsType AND
                           rp_vu(idxRs) = 0 AND
                           rp_cle(idxRs) = rsNumero THEN
                            MOVE idxRs TO rsTrouve
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM VARYING idxRs FROM 1 BY 1
                        UNTIL idxRs > rsNbPieces OR rsTrouve > 0
                    IF rp_type(idxRs) = rsType AND
                       rp_vu(idxRs) = 0 AND
                       rp_statut(idxRs) = 1 AND
                       rp_montant(idxRs) = rsMontant THEN
                        MOVE idxRs TO rsTrouve
                    END-IF
                END-PERFORM
                PERFORM VARYING idxRs FROM 1 BY 1
                        UNTIL idxRs > rsNbPieces OR rsTrouve > 0
                    IF rp_type(idxRs) = rsType AND
                       rp_vu(idxRs) = 0 AND
                       (rp_cle(idxRs) = SPACES OR rsType = "R") AND
                       rp_montant(idxRs) = rsMontant THEN
                        MOVE idxRs TO rsTrouve
                    END-IF
                END-PERFORM.
