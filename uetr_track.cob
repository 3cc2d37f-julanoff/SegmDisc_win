%Module UETR_ASSIGN;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* UETR assignment and the UETR tracking index.
*
* Correspondents and customers ask after a payment by its UETR -- the
* unique end-to-end transaction reference, 36 characters of lower-case
* hex in the 8-4-4-4-12 form of a version 4 UUID -- rather than by our
* TRN.  Every message gets one, carried in Ent_ftr_set.Uetr, and the
* UETR_INDEX queue, keyed by UETR, maps it to the TRN and to the
* milestones the wire has reached.
*
* UETR_ASSIGN gives the current message (the entftr sets, connected
* modifiable) a UETR when it has none -- a UETR that arrived in an
* inbound document is kept -- and records its created milestone.  It
* is called wherever a message comes into being: DEBITSIDE_LOOKUP for
* a keyed wire (its first resolution), IFML_GATEWAY after PARSE_IFML,
* RETURN_WIRE_GEN, and PAIN001_INTAKE.
*
*	CALL "UETR_ASSIGN" USING
*	    BY CONTENT "<source>"	%^ Input  KEY, IFML, RTN, PAIN
*
* UETR_MILESTONE stamps one milestone on a UETR's index entry, adding
* the entry (mapped to the TRN given) when the UETR is not on file:
*
*	CALL "UETR_MILESTONE" USING
*	    BY REFERENCE <uetr>		%^ Input  Str(36)
*	    BY REFERENCE <trn>		%^ Input  Str(16) yyyymmddnnnnnnnn
*	    BY REFERENCE <bank>		%^ Input  Str(3)
*	    BY CONTENT "<milestone>"	%^ Input  Str(4), below
*	    BY REFERENCE <detail>	%^ Input  Str(40), free text
*
*	CRTD  created			UETR_ASSIGN
*	DBTR  debit side resolved	DEBITSIDE_LOOKUP, clean result
*	ACCT  accounted			BY_LOGS_DMP /GL_EXTRACT
*	DLVR  delivered			RPT_DLV_ACK, FEDOUT_LOG/SECOUT_LOG
*	ACKN  acknowledged		RPT_DLV_ACK
*
* The first time each milestone is reached is kept, with its detail; a
* repeat (a repair rerun, a second report run) only moves the entry's
* Last_update.  Nothing is committed here -- the writes ride the
* caller's commit, like every other lookup-side log.  UETR_LOOKUP
* prints the trail for a UETR.
*
* The UETR itself is version 4 in form: two independent 32-bit
* generators seeded from the clock, a call count and the TRN supply
* the random digits, and the TRN's date (yymmdd) and number fill
* fourteen of the last fifteen, so two of our own wires can never be
* given the same UETR.

* REVISION HISTORY
* ----------------
*
* R. Iverson	26-Oct-2010	CR13228
*	New module.
*
* R. Iverson	02-Nov-2010	CR13231
*	PAIN001_INTAKE added to the UETR_ASSIGN callers.

*******************************************************************************

Data Division.

Working-Storage Section.

* UETR generation -- see B10_GENERATE.
01 Uetr_x_ws			Pic X(36) value spaces.
01 Uetr_rand_ws			Pic X(08) value spaces.
01 Uetr_hex_digits_ws		Pic X(16) value "0123456789abcdef".
01 Uetr_variant_ws		Pic X(04) value "89ab".
01 Uetr_trn_x_ws		Pic X(16) value spaces.
01 Uetr_trn_9_ws redefines Uetr_trn_x_ws.
   02 Uetr_tdate_9_ws		Pic 9(08).
   02 Uetr_tnum_9_ws		Pic 9(08).
01 Uetr_seed_a_ws		pic 9(10) comp-5 value zeroes.
01 Uetr_seed_b_ws		pic 9(10) comp-5 value zeroes.
01 Uetr_work_ws			pic 9(18) comp-5 value zeroes.
01 Uetr_quot_ws			pic 9(18) comp-5 value zeroes.
01 Uetr_val_ws			pic 9(10) comp-5 value zeroes.
01 Uetr_nib_ws			pic 9(02) comp-5 value zeroes.
01 Uetr_idx_ws			pic 9(02) comp-5 value zeroes.
01 Uetr_calls_ws		pic 9(09) comp-5 value zeroes.
01 Uetr_msec_ws			pic s9(09) comp-5 value zeroes.

01 Utk_trn_x_ws			Pic X(16) value spaces.
01 Utk_bank_x_ws		Pic X(03) value spaces.
01 Utk_detail_x_ws		Pic X(40) value spaces.

%def		<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end
%def		<ENTFTR>	%`SBJ_DD_PATH:ENTFTR_FSECT.DDL`		%end

%def				%^ local fsect

Utk_index:		que(%`SBJ_DD_PATH:UETR_INDEX.DDF`);
Utk_conn_wf:		Boolean;
Utk_clip_compose:	Compose(^NOTRAILING_BLANKS);
Utk_key_vs:		vstr(36);
Utk_detail_vs:		vstr(40);
Utk_trn_vs:		vstr(16);
Utk_bank_vs:		vstr(3);

%end

%Linkage

01 Source_ls			%Str(4);

%Procedure using Source_ls.

A100_MAIN.

	If Uetr of Ent_ftr_set = SPACES
	    Perform B10_GENERATE thru B10_GENERATE_END
	    Move Uetr_x_ws to Uetr of Ent_ftr_set
	    Move spaces to Utk_detail_x_ws
	    String "Assigned, source " Delimited by size,
		   Source_ls Delimited by space
		    into Utk_detail_x_ws
	Else
	    Move Uetr of Ent_ftr_set to Uetr_x_ws
	    Move spaces to Utk_detail_x_ws
	    String "Received, source " Delimited by size,
		   Source_ls Delimited by space
		    into Utk_detail_x_ws
	End-if.

	Move Trn_date of Trn_ref of Ent_ftr_set to Utk_trn_x_ws(1:8).
	Move Trn_num of Trn_ref of Ent_ftr_set to Utk_trn_x_ws(9:8).
	Move Bank of Loc_info of Ent_ftr_set to Utk_bank_x_ws.

	Call "UETR_MILESTONE" using
		by reference Uetr_x_ws
		by reference Utk_trn_x_ws
		by reference Utk_bank_x_ws
		by content   "CRTD"
		by reference Utk_detail_x_ws.

A100_MAIN_END.
	%EXIT PROGRAM.


B10_GENERATE.
* A fresh version 4 UETR for the current message in Uetr_x_ws:
*	1-8	generator A		20	variant 8, 9, a or b
*	10-13	generator B		21-23	TRN date yym
*	15	version 4		25-27	TRN date mdd
*	16-18	generator B		28-35	TRN number
*	36	generator A
* Letters in a TRN are folded to digits first.

	Add 1 to Uetr_calls_ws.
	Call "NEX_GET_MSEC" returning Uetr_msec_ws.
	If Uetr_msec_ws < 0
	    Compute Uetr_msec_ws = 0 - Uetr_msec_ws
	End-if.

	Move Trn_date of Trn_ref of Ent_ftr_set to Uetr_trn_x_ws(1:8).
	Move Trn_num of Trn_ref of Ent_ftr_set to Uetr_trn_x_ws(9:8).
	Inspect Uetr_trn_x_ws converting
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ" to "01234567890123456789012345".
	Inspect Uetr_trn_x_ws converting
		"abcdefghijklmnopqrstuvwxyz" to "67890123456789012345678901".
	Inspect Uetr_trn_x_ws converting " " to "0".

	Compute Uetr_work_ws = Uetr_msec_ws + (Uetr_calls_ws * 7919)
			     + Uetr_tnum_9_ws.
	Divide Uetr_work_ws by 4294967296 giving Uetr_quot_ws
		remainder Uetr_seed_a_ws.
	Compute Uetr_work_ws = (Uetr_tnum_9_ws * 2654435)
			     + Uetr_tdate_9_ws + Uetr_msec_ws.
	Divide Uetr_work_ws by 4294967296 giving Uetr_quot_ws
		remainder Uetr_seed_b_ws.

	Move "00000000-0000-4000-8000-000000000000" to Uetr_x_ws.

	Perform X10_DRAW_A thru X10_DRAW_A_END.
	Move Uetr_rand_ws to Uetr_x_ws(1:8).

	Perform X20_DRAW_B thru X20_DRAW_B_END.
	Move Uetr_rand_ws(1:4) to Uetr_x_ws(10:4).
	Move Uetr_rand_ws(5:3) to Uetr_x_ws(16:3).
	Divide Uetr_seed_b_ws by 4 giving Uetr_quot_ws
		remainder Uetr_nib_ws.
	Move Uetr_variant_ws(Uetr_nib_ws + 1:1) to Uetr_x_ws(20:1).

	Move Uetr_trn_x_ws(3:3) to Uetr_x_ws(21:3).
	Move Uetr_trn_x_ws(6:3) to Uetr_x_ws(25:3).
	Move Uetr_trn_x_ws(9:8) to Uetr_x_ws(28:8).

	Perform X10_DRAW_A thru X10_DRAW_A_END.
	Move Uetr_rand_ws(1:1) to Uetr_x_ws(36:1).

B10_GENERATE_END.
	EXIT.


X10_DRAW_A.
* Generator A: x = (69069x + 1) mod 2**32, as eight hex digits.

	Compute Uetr_work_ws = (Uetr_seed_a_ws * 69069) + 1.
	Divide Uetr_work_ws by 4294967296 giving Uetr_quot_ws
		remainder Uetr_seed_a_ws.
	Move Uetr_seed_a_ws to Uetr_val_ws.
	Perform X30_TO_HEX thru X30_TO_HEX_END.

X10_DRAW_A_END.
	EXIT.


X20_DRAW_B.
* Generator B: x = (1664525x + 1013904223) mod 2**32, as eight hex
* digits.

	Compute Uetr_work_ws = (Uetr_seed_b_ws * 1664525) + 1013904223.
	Divide Uetr_work_ws by 4294967296 giving Uetr_quot_ws
		remainder Uetr_seed_b_ws.
	Move Uetr_seed_b_ws to Uetr_val_ws.
	Perform X30_TO_HEX thru X30_TO_HEX_END.

X20_DRAW_B_END.
	EXIT.


X30_TO_HEX.
* Uetr_val_ws as eight lower-case hex digits in Uetr_rand_ws.

	Perform varying Uetr_idx_ws from 8 by -1
		until Uetr_idx_ws < 1
	    Divide Uetr_val_ws by 16 giving Uetr_quot_ws
		    remainder Uetr_nib_ws
	    Move Uetr_quot_ws to Uetr_val_ws
	    Move Uetr_hex_digits_ws(Uetr_nib_ws + 1:1)
		to Uetr_rand_ws(Uetr_idx_ws:1)
	End-perform.

X30_TO_HEX_END.
	EXIT.

%^******************************************************************************

%module UETR_MILESTONE;

%^******************************************************************************
%^
%^ One milestone on a UETR's UETR_INDEX entry -- see the calling
%^ sequence at the top of this file.  The entry is added, mapped to
%^ the TRN and bank given, the first time its UETR is seen.  An
%^ unknown milestone code, or a blank UETR, is ignored.
%^
%^******************************************************************************

%linkage
01 Uetr_ls			%Str(36);
01 Trn_ls			%Str(16);
01 Bank_ls			%Str(3);
01 Milestone_ls			%Str(4);
01 Detail_ls			%Str(40);

%Procedure using Uetr_ls, Trn_ls, Bank_ls, Milestone_ls, Detail_ls.

A100_MAIN.

	If Uetr_ls = SPACES
	    GO TO A100_MAIN_END
	END-IF.

	%ACE_IS Utk_index connected returning Ace_status_wf ;.
	If Failure_is in Ace_status_wf
	    %ACE_CONN_Q "MTS"////"UETR_INDEX" to Utk_index giving Utk_conn_wf;
	    If Failure_is in Utk_conn_wf
		GO TO A100_MAIN_END
	    END-IF
	END-IF.

	Move Uetr_ls to Uetr_x_ws.
	Move Detail_ls to Utk_detail_x_ws.
	Move Trn_ls to Utk_trn_x_ws.
	Move Bank_ls to Utk_bank_x_ws.

	%Beg
	Utk_clip_compose ^OUT(Utk_key_vs) Uetr_x_ws, /;
	Utk_clip_compose ^OUT(Utk_detail_vs) Utk_detail_x_ws, /;
	Utk_clip_compose ^OUT(Utk_trn_vs) Utk_trn_x_ws, /;
	Utk_clip_compose ^OUT(Utk_bank_vs) Utk_bank_x_ws, /;

	BREAK: Utk_index;
	SEARCH: Utk_index (notrap, forward, eql, Key = Utk_key_vs);
	%End.

	If Failure_is in Utk_index_status
	    %Beg
	    Alloc_Elem: Utk_index(notrap,
		.Systime	 NOW,
		.Uetr		= Utk_key_vs,
		.Trn_key	= Utk_trn_vs,
		.Bank		= Utk_bank_vs,
		.Last_milestone	= NULL );

	    BREAK: Utk_index;
	    SEARCH: Utk_index (notrap, forward, eql, Key = Utk_key_vs);
	    %End
	    If Failure_is in Utk_index_status
		GO TO A100_MAIN_END
	    END-IF
	END-IF.

	Evaluate Milestone_ls
	    When "CRTD"
		If Crtd_time of Utk_index = 0
		    %Beg
		    Utk_index(notrap,
			.Crtd_time	 NOW,
			.Crtd_info	= Utk_detail_vs );
		    %End
		END-IF
	    When "DBTR"
		If Dbtr_time of Utk_index = 0
		    %Beg
		    Utk_index(notrap,
			.Dbtr_time	 NOW,
			.Dbtr_info	= Utk_detail_vs );
		    %End
		END-IF
	    When "ACCT"
		If Acct_time of Utk_index = 0
		    %Beg
		    Utk_index(notrap,
			.Acct_time	 NOW,
			.Acct_info	= Utk_detail_vs );
		    %End
		END-IF
	    When "DLVR"
		If Dlvr_time of Utk_index = 0
		    %Beg
		    Utk_index(notrap,
			.Dlvr_time	 NOW,
			.Dlvr_info	= Utk_detail_vs );
		    %End
		END-IF
	    When "ACKN"
		If Ackn_time of Utk_index = 0
		    %Beg
		    Utk_index(notrap,
			.Ackn_time	 NOW,
			.Ackn_info	= Utk_detail_vs );
		    %End
		END-IF
	    When OTHER
		GO TO A100_MAIN_END
	End-evaluate.

	%Beg
	Utk_index(notrap,
	    .Last_milestone	= Milestone_ls,
	    .Last_update	 NOW );
	%End.

A100_MAIN_END.
	%EXIT PROGRAM.
