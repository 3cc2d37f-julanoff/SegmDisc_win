%Module RPT_REPET_NOLIMIT <main>;
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

* Repetitives with no limits on file.
*
* DEBITSIDE_LOOKUP's X986_CHECK_REPET_LIMITS enforces a repetitive's
* per-use ceiling, allowed currency, and locked credit party from
* REPET_LIMIT_QUE; a repetitive with no entry there is unrestricted.
* This report walks the whole repetitive index, the way
* RPT_REPET_STALE does, and lists every repetitive with no
* REPET_LIMIT_QUE entry, by bank and debit party, with the key
* exactly as REPET_LIMIT_LOAD expects it in its input -- the
* corporate desk's work list for the backfill.

* REVISION HISTORY
* ----------------
*
* R. Iverson	10-Aug-2010	CR13195
*	New module.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select NOLIMIT_RPT_FILE	Assign to "RPT_REPET_NOLIMIT_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  NOLIMIT_RPT_FILE record 132 characters.
01  NOLIMIT_RPT_REC		Pic X(132).

Working-Storage Section.

01 Rept_count_ws		pic 9(07) comp-5 value zeroes.
01 Nolimit_count_ws		pic 9(07) comp-5 value zeroes.

* STRING sending operands must be USAGE DISPLAY -- DISPLAY copies of the
* COMP-5 fields above for the STRINGs below.
01 Rept_count_ws_d		pic 9(07) usage display.
01 Nolimit_count_ws_d		pic 9(07) usage display.

01 Rep_key_ws			Pic X(40).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

Rpt_rept_index:		que(	%`SBJ_DD_PATH:REPT_INDEX.DDF`);
Rpt_limit_que:		que(	%`SBJ_DD_PATH:REPET_LIMIT_QUE.DDF`);
Rep_key_vstr_ws:	vstr(40);
Ws_rsts:		boolean;
compose:		compose;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.

	Open Output NOLIMIT_RPT_FILE.

	Move spaces to Report_line_ws.
	String "Repetitives with no limits on file"
		Delimited by size
		into Report_line_ws.
	Write NOLIMIT_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Bank  Repetitive_key                            "
		Delimited by size,
	       "Debit_party" Delimited by size
		into Report_line_ws.
	Write NOLIMIT_RPT_REC from Report_line_ws.

	Perform B10_SCAN_REPETITIVES thru B10_SCAN_REPETITIVES_end.

	Move Rept_count_ws to Rept_count_ws_d.
	Move Nolimit_count_ws to Nolimit_count_ws_d.
	Move spaces to Report_line_ws.
	String Nolimit_count_ws_d Delimited by size,
	       " of " Delimited by size,
	       Rept_count_ws_d Delimited by size,
	       " repetitive(s) have no limits" Delimited by size
		into Report_line_ws.
	Write NOLIMIT_RPT_REC from Report_line_ws.

	Close NOLIMIT_RPT_FILE.

	%^*********************************************************************
	%^* RPT_REPET_NOLIMIT$_COUNT  /I ${1} of ${2} repetitive(s) have
	%^*	no limits.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"RPT_REPET_NOLIMIT$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Nolimit_count_ws, Rept_count_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.

	%beg
	Dat_root_set
		(.rept_index CONN: RPT_REPT_INDEX);
	%end.

	call "DAT_CONN_ROOT".

	%ACE_CONN_Q "MTS"////"REPET_LIMIT_QUE" to Rpt_limit_que giving Ws_rsts;

A10_SBJ_INIT_end.
	Exit.


B10_SCAN_REPETITIVES.
%^ Walk every repetitive in the index and list the ones with no
%^ REPET_LIMIT_QUE entry under their bank:rep_id:line key (the key
%^ X985_LOG_REPET_USAGE and X986_CHECK_REPET_LIMITS build).

	%beg
	FIRST: Rpt_rept_index;
	%end.

	Perform until Seq_end_is in Rpt_rept_index_cursor

	    Add 1 to Rept_count_ws

	    %beg
	    compose ^out(Rep_key_vstr_ws)
		Rpt_rept_index.Rep_bank, ":",
		Rpt_rept_index.Rep_id, ":",
		Rpt_rept_index.Rep_line_num, /;

	    BREAK: Rpt_limit_que;
	    SEARCH: Rpt_limit_que (notrap, forward, eql,
		    Key = Rep_key_vstr_ws);
	    %end

	    If Failure_is in Rpt_limit_que_status
		Perform C10_REPORT_ONE thru C10_REPORT_ONE_end
	    End-if

	    %beg NEXT: Rpt_rept_index; %end

	End-perform.

	%beg
	BREAK: Rpt_rept_index;
	BREAK: Rpt_limit_que;
	%end.

B10_SCAN_REPETITIVES_end.
	Exit.


C10_REPORT_ONE.

	Add 1 to Nolimit_count_ws.

	Move spaces to Rep_key_ws.
	Move Rep_key_vstr_ws(1:Rep_key_vstr_ws_length) to Rep_key_ws.

	Move spaces to Report_line_ws.
	String Rep_bank of Rpt_rept_index Delimited by size,
	       "   " Delimited by size,
	       Rep_key_ws Delimited by size,
	       "  " Delimited by size,
	       Rep_dbt_id of Rpt_rept_index Delimited by size
	       into Report_line_ws.
	Write NOLIMIT_RPT_REC from Report_line_ws.

C10_REPORT_ONE_end.
	Exit.
