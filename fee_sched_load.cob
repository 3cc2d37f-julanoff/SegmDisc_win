%Module FEE_SCHED_LOAD <main>;
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

* Load of the wire fee schedule.
*
* DEBITSIDE_LOOKUP's X984_ACCRUE_FEE prices every completed payment
* from the FEE_SCHEDULE_QUE queue and writes the charge to
* FEE_ACCRUAL_LOG for the month-end FEE_ANALYSIS_STMT.  This utility
* loads that queue from FEE_SCHED_INPUT -- one line per schedule
* entry, fixed columns:
*
*	cols   1-3   bank
*	cols   5-7   wire type (the message's Tran_type), "*" = any
*	cols   9-11  source (the message's Src_code), "*" = any
*	col   13     special fee key (as passed to Set_debit_account),
*		     "*" = any
*	cols  15-18  fee category shown on the analysis statement
*	cols  20-28  flat fee per wire, 9(07)v99
*	cols  30-133 up to four tiers, each 26 columns:
*		       upto amount 9(13)v99, space, fee 9(07)v99, space
*		     A wire takes the fee of the first tier whose upto
*		     amount it does not exceed; a tier with a zero upto
*		     amount is open-ended.  Unused tiers are zero.
*
* The charge for a wire is the flat fee plus its tier fee.  The most
* specific entry wins: DEBITSIDE_LOOKUP looks for bank/type/source/
* fee key, then with fee key "*", then source "*", then type "*" --
* so a bank's default price is its "*" "*" "*" line.  Those are the
* only wildcard patterns looked for: a "*" type needs "*" source and
* fee key, and a "*" source a "*" fee key; any other line is rejected.
*
* The queue is emptied and rebuilt in full each run, the same way
* REPET_LIMIT_LOAD rebuilds its queue, so the input is the complete
* schedule, and a load report lists every line loaded or rejected.
* Run with /REPORT_ONLY to list the input without applying it.

* REVISION HISTORY
* ----------------
*
* R. Iverson	07-Sep-2010	CR13207
*	New module.
*
* R. Iverson	01-Feb-2011	CR13270
*	Lines with a wildcard pattern DEBITSIDE_LOOKUP never looks for
*	are rejected.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select FEE_IN_FILE	Assign to "FEE_SCHED_INPUT"
	       FILE STATUS IS Fee_in_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select FEE_RPT_FILE	Assign to "FEE_SCHED_LOAD_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  FEE_IN_FILE record 133 characters.
01  FEE_IN_REC.
    02 FIN_BANK			Pic X(03).
    02 Filler			Pic X(01).
    02 FIN_WIRE_TYPE		Pic X(03).
    02 Filler			Pic X(01).
    02 FIN_SOURCE		Pic X(03).
    02 Filler			Pic X(01).
    02 FIN_FEE_KEY		Pic X(01).
    02 Filler			Pic X(01).
    02 FIN_CATEGORY		Pic X(04).
    02 Filler			Pic X(01).
    02 FIN_FLAT_FEE		Pic 9(07)v99.
    02 Filler			Pic X(01).
    02 FIN_TIER occurs 4 times.
       03 FIN_TIER_UPTO		Pic 9(13)v99.
       03 Filler		Pic X(01).
       03 FIN_TIER_FEE		Pic 9(07)v99.
       03 Filler		Pic X(01).

FD  FEE_RPT_FILE record 132 characters.
01  FEE_RPT_REC			Pic X(132).

Working-Storage Section.

01 Fee_in_stat			Pic XX value spaces.
01 Fee_eof_sw			Pic X value "N".
   88 Fee_eof			value "Y".
01 Report_only_sw		Pic X value "N".
   88 Report_only		value "Y".

01 Purge_count_ws		pic 9(05) comp-5 value zeroes.
01 Load_count_ws		pic 9(05) comp-5 value zeroes.
01 Bad_count_ws			pic 9(05) comp-5 value zeroes.
01 Tier_idx_ws			pic 9(02) comp-5 value zeroes.
01 Tier_open_sw			Pic X value "N".
   88 Tier_open			value "Y".

* STRING sending operands must be USAGE DISPLAY.
01 Load_count_ws_d		pic 9(05) usage display.
01 Bad_count_ws_d		pic 9(05) usage display.

01 Sched_key_ws			Pic X(14).
01 Report_line_ws		Pic X(132).
01 Reject_reason_ws		Pic X(40).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Fee_bld_que:		que(	%`SBJ_DD_PATH:FEE_SCHEDULE_QUE.DDF`);
Fee_key_vs:		vstr(14);
Fee_bank_vs:		vstr(3);
Fee_flat_ws:		amount;
Fee_upto_1_ws:		amount;
Fee_upto_2_ws:		amount;
Fee_upto_3_ws:		amount;
Fee_upto_4_ws:		amount;
Fee_tier_1_ws:		amount;
Fee_tier_2_ws:		amount;
Fee_tier_3_ws:		amount;
Fee_tier_4_ws:		amount;
Fee_clip_compose:	Compose(^NOTRAILING_BLANKS);
Ws_rsts:		boolean;
Return_argument_ws:	vstr(20);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.

	Open Input FEE_IN_FILE.
	If Fee_in_stat not = "00"
	    Display "%FEE_SCHED_LOAD-E-NOINPUT, cannot open"
		    " FEE_SCHED_INPUT"
	    Move 1 to abort_ls
	    %EXIT PROGRAM;
	End-if.

	Open Output FEE_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Wire fee schedule load" Delimited by size
		into Report_line_ws.
	Write FEE_RPT_REC from Report_line_ws.

	If Report_only
	    Move spaces to Report_line_ws
	    String "REPORT ONLY - schedule not changed" Delimited by size
		    into Report_line_ws
	    Write FEE_RPT_REC from Report_line_ws
	Else
	    Perform B10_PURGE_OLD thru B10_PURGE_OLD_end
	End-if.

	Perform B20_LOAD_NEW thru B20_LOAD_NEW_end.

	Move Load_count_ws to Load_count_ws_d.
	Move Bad_count_ws to Bad_count_ws_d.
	Move spaces to Report_line_ws.
	String Load_count_ws_d Delimited by size,
	       " schedule entr(ies) loaded, " Delimited by size,
	       Bad_count_ws_d Delimited by size,
	       " line(s) rejected" Delimited by size
		into Report_line_ws.
	Write FEE_RPT_REC from Report_line_ws.

	Close FEE_IN_FILE.
	Close FEE_RPT_FILE.

	%beg
	BREAK: Fee_bld_que;
	%end.

	%^*********************************************************************
	%^* FEE_SCHED_LOAD$_COUNT  /I ${1} schedule entr(ies) loaded,
	%^*	${2} line(s) rejected.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"FEE_SCHED_LOAD$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Load_count_ws, Bad_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"FEE_SCHEDULE_QUE" to Fee_bld_que giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


A20_GET_QUALIFIERS.
%^ Note whether /REPORT_ONLY was given.

	Call "ACE_ARG_FIND" using
	      by content "-report_o*nly:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "Y" to Report_only_sw
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


B10_PURGE_OLD.
%^ Empty the schedule queue; the rebuild below repopulates it in full.

	%beg
	FIRST: Fee_bld_que;
	%end.

	Perform until Seq_end_is in Fee_bld_que_cursor

	    %beg
	    DELETE: Fee_bld_que (notrap, insert_lock, nomod_wait);
	    %end

	    If success_is in Fee_bld_que_status
		Add 1 to Purge_count_ws
		%beg
		COMMIT: Tran;
		FIRST: Fee_bld_que;
		%end
	    Else
		%beg
		NEXT: Fee_bld_que;
		%end
	    End-if

	End-perform.

B10_PURGE_OLD_end.
	Exit.


B20_LOAD_NEW.

	Perform until Fee_eof

	    Read FEE_IN_FILE
		at end Move "Y" to Fee_eof_sw
		not at end
		    Perform C10_LOAD_ONE thru C10_LOAD_ONE_end
	    End-read

	End-perform.

B20_LOAD_NEW_end.
	Exit.


C10_LOAD_ONE.
%^ Edit and load one schedule entry.  A line that could not price a
%^ wire the way it reads -- non-numeric amounts, tiers out of order,
%^ a tier after an open-ended one, or a "*" that is not one of the
%^ four keys DEBITSIDE_LOOKUP looks for -- is rejected rather than
%^ silently loaded.

	If FEE_IN_REC = spaces
	    Go to C10_LOAD_ONE_end
	End-if.

	Move spaces to Reject_reason_ws.

	Evaluate true
	    When FIN_BANK = spaces
		Move "no bank" to Reject_reason_ws
	    When FIN_WIRE_TYPE = spaces or FIN_SOURCE = spaces
	      or FIN_FEE_KEY = space
		Move "type/source/fee key blank - use *"
			to Reject_reason_ws
	    When FIN_WIRE_TYPE = "*"
	      and (FIN_SOURCE not = "*" or FIN_FEE_KEY not = "*")
		Move "type * needs source and fee key *"
			to Reject_reason_ws
	    When FIN_SOURCE = "*" and FIN_FEE_KEY not = "*"
		Move "source * needs fee key *" to Reject_reason_ws
	    When FIN_CATEGORY = spaces
		Move "no fee category" to Reject_reason_ws
	    When FIN_FLAT_FEE is not numeric
		Move "non-numeric flat fee" to Reject_reason_ws
	    When other
		Continue
	End-evaluate.

	If Reject_reason_ws = spaces
	    Move "N" to Tier_open_sw
	    Perform varying Tier_idx_ws from 1 by 1
		      until Tier_idx_ws > 4
		Evaluate true
		    When FIN_TIER_UPTO(Tier_idx_ws) is not numeric
		      or FIN_TIER_FEE(Tier_idx_ws) is not numeric
			Move "non-numeric tier" to Reject_reason_ws
		    When Tier_open
		      and (FIN_TIER_UPTO(Tier_idx_ws) not = zero
			   or FIN_TIER_FEE(Tier_idx_ws) not = zero)
			Move "tier after an open-ended tier"
				to Reject_reason_ws
		    When FIN_TIER_UPTO(Tier_idx_ws) = zero
		      and FIN_TIER_FEE(Tier_idx_ws) not = zero
			Move "Y" to Tier_open_sw
		    When Tier_idx_ws > 1
		      and FIN_TIER_UPTO(Tier_idx_ws) not = zero
		      and FIN_TIER_UPTO(Tier_idx_ws) not >
			  FIN_TIER_UPTO(Tier_idx_ws - 1)
			Move "tier upto amounts not ascending"
				to Reject_reason_ws
		    When other
			Continue
		End-evaluate
	    End-perform
	End-if.

	Move spaces to Sched_key_ws.
	String FIN_BANK Delimited by size,
	       ":" Delimited by size,
	       FIN_WIRE_TYPE Delimited by space,
	       ":" Delimited by size,
	       FIN_SOURCE Delimited by space,
	       ":" Delimited by size,
	       FIN_FEE_KEY Delimited by size
		into Sched_key_ws.

	If Reject_reason_ws not = spaces
	    Add 1 to Bad_count_ws
	    Move spaces to Report_line_ws
	    String "REJECTED " Delimited by size,
		   Sched_key_ws Delimited by size,
		   "  " Delimited by size,
		   Reject_reason_ws Delimited by size
		    into Report_line_ws
	    Write FEE_RPT_REC from Report_line_ws
	    Go to C10_LOAD_ONE_end
	End-if.

	Add 1 to Load_count_ws.

	Move spaces to Report_line_ws.
	String "LOADED   " Delimited by size,
	       Sched_key_ws Delimited by size,
	       "  " Delimited by size,
	       FIN_CATEGORY Delimited by size,
	       "  flat " Delimited by size,
	       FIN_FLAT_FEE Delimited by size,
	       "  tiers " Delimited by size,
	       FIN_TIER_FEE(1) Delimited by size,
	       " " Delimited by size,
	       FIN_TIER_FEE(2) Delimited by size,
	       " " Delimited by size,
	       FIN_TIER_FEE(3) Delimited by size,
	       " " Delimited by size,
	       FIN_TIER_FEE(4) Delimited by size
		into Report_line_ws.
	Write FEE_RPT_REC from Report_line_ws.

	If Report_only
	    Go to C10_LOAD_ONE_end
	End-if.

	Move FIN_FLAT_FEE to Fee_flat_ws.
	Move FIN_TIER_UPTO(1) to Fee_upto_1_ws.
	Move FIN_TIER_UPTO(2) to Fee_upto_2_ws.
	Move FIN_TIER_UPTO(3) to Fee_upto_3_ws.
	Move FIN_TIER_UPTO(4) to Fee_upto_4_ws.
	Move FIN_TIER_FEE(1) to Fee_tier_1_ws.
	Move FIN_TIER_FEE(2) to Fee_tier_2_ws.
	Move FIN_TIER_FEE(3) to Fee_tier_3_ws.
	Move FIN_TIER_FEE(4) to Fee_tier_4_ws.
	Move FIN_BANK to Fee_bank_vs.
	Move 3 to Fee_bank_vs_length.

	%beg
	Fee_clip_compose ^OUT(Fee_key_vs) Sched_key_ws, /;

	Alloc_Elem: Fee_bld_que(notrap,
	    .Systime	 NOW,
	    .Sched_key	= Fee_key_vs,
	    .Bank	= Fee_bank_vs,
	    .Category	= FIN_CATEGORY,
	    .Flat_fee	= Fee_flat_ws,
	    .Tier_upto_1 = Fee_upto_1_ws,
	    .Tier_fee_1	= Fee_tier_1_ws,
	    .Tier_upto_2 = Fee_upto_2_ws,
	    .Tier_fee_2	= Fee_tier_2_ws,
	    .Tier_upto_3 = Fee_upto_3_ws,
	    .Tier_fee_3	= Fee_tier_3_ws,
	    .Tier_upto_4 = Fee_upto_4_ws,
	    .Tier_fee_4	= Fee_tier_4_ws );
	COMMIT: Tran;
	%end.

C10_LOAD_ONE_end.
	Exit.
