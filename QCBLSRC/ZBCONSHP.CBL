                MOVE SHQTY OF ZZFT01-I   TO  SHQTY  OF CONSHP-RECORD
                MOVE SHPDT OF ZZFT01-I   TO  SHPDT  OF CONSHP-RECORD
                CALL "RTVJOBUSR" USING SHUSER OF CONSHP-RECORD
                MOVE ZEROS               TO  SHINVN OF CONSHP-RECORD
                WRITE CONSHP-RECORD
                     INVALID KEY
                       MOVE "Add to CONSHP file Invalid.."
