                END-PERFORM
                IF connexionOk = 0 THEN
                    DISPLAY "Trop d'echecs, acces refuse"
                ELSE
                    PERFORM PROPOSER_POINTAGE_ARRIVEE
                END-IF.

        *>Contrôle une tentative de connexion : compte verrouillé
