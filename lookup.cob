%^	corrected: every registered offset is 1-based in the FULL IBAN,
%^	matching the loader's input columns.
%^
%^	R. Iverson	03-Aug-2010	CR13192
%^	X800_NORMALIZE_NAME's keep-in-step note now names DEBITSIDE_LOOKUP's
%^	X997_FOLD_NAME, the confirmation-of-payee copy of the same fold.
%^
%^ End Revision History
%^****************************************************************************
 
%^ longest word of the input makes the lookup word-order and
%^ transposition insensitive; multiple candidate names fall out
%^ through the normal ambiguity machinery (X200_CHECK_AMBIGUOUS).
%^ KEEP THE NORMALIZATIONS IN STEP: a fold added here must be
%^ added to REL_NORM_BLD's C30_FOLD_WORD too, or the index and the
%^ search keys drift apart -- and to DEBITSIDE_LOOKUP's X997_FOLD_NAME
%^ (debitside.cob), or confirmation of payee scores names differently.

	Move spaces to Norm_in_ws.
	Move Lookup_key_ws(1:Lookup_key_ws_length) to Norm_in_ws.
